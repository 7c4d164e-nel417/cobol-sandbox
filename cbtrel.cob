000240* MODIFICATION HISTORY
000250* -----------------------------------------------------------
000260* 2026-09-01  NJL  INITIAL VERSION.
000270* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000280*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000290*                  CLOCK.  THE STEP IS REFUSED WHEN A STEP IT
000300*                  DEPENDS ON HAS NOT COMPLETED FOR THE DATE, AND
000310*                  IS MARKED COMPLETE THERE WHEN IT ENDS BELOW 8.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PEND-IN
000370         ASSIGN TO PENDIN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS REL-PENDIN-STATUS.
000400     SELECT RELEASE-OUT
000410         ASSIGN TO RELOUT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS REL-RELOUT-STATUS.
000440     SELECT PEND-OUT
000450         ASSIGN TO PENDOUT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS REL-PENDOUT-STATUS.
000480     SELECT RELEASE-RPT
000490         ASSIGN TO RELRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS REL-PRINT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*****************************************************************
000550* PEND-IN - THE PENDING FILE, PARKED TRANSACTIONS IN THE EXACT
000560* MAINT-IN LAYOUT WITH THEIR EFFECTIVE DATES.
000570*****************************************************************
000580 FD  PEND-IN
000590     RECORDING MODE IS F.
000600 01  PEND-IN-RECORD.
000610     05  PND-ACTION-CODE          PIC X(01).
000620     05  PND-SSNUM                PIC X(09).
000630     05  PND-EMPLOYEE-NAME        PIC X(30).
000640     05  PND-EFFECTIVE-DATE       PIC X(10).
000650*****************************************************************
000660* RELEASE-OUT - TRANSACTIONS WHOSE DATE HAS ARRIVED, VERBATIM,
000670* CONCATENATED AHEAD OF THE DAY'S NEW MAINTIN IN CBTRELJB SO
000680* CBTMNT APPLIES THEM TONIGHT.
000690*****************************************************************
000700 FD  RELEASE-OUT
000710     RECORDING MODE IS F.
000720 01  RELEASE-OUT-RECORD           PIC X(50).
000730*****************************************************************
000740* PEND-OUT - TRANSACTIONS STILL FUTURE, CARRIED FORWARD.
000750* CBTMNT APPENDS TONIGHT'S NEWLY PARKED TRANSACTIONS BEHIND
000760* THESE BEFORE THE FILE ROLLS TO THE PENDING GENERATION.
000770*****************************************************************
000780 FD  PEND-OUT
000790     RECORDING MODE IS F.
000800 01  PEND-OUT-RECORD              PIC X(50).
000810*****************************************************************
000820* RELEASE-RPT - ONE HEADER, ONE LINE PER PENDING TRANSACTION
000830* WITH ITS DISPOSITION, AND TRAILER COUNTS - HR'S VIEW OF WHAT
000840* IS QUEUED AND WHAT WENT IN TONIGHT.
000850*****************************************************************
000860 FD  RELEASE-RPT
000870     RECORDING MODE IS F.
000880 01  REL-RPT-HEADER-LINE.
000890     05  FILLER                   PIC X(22)
000900                                   VALUE "CBTREL RELEASE RUN ON ".
000910     05  REL-HDR-DATE             PIC X(10).
000920     05  FILLER                   PIC X(100) VALUE SPACES.
000930 01  REL-RPT-DETAIL-LINE.
000940     05  REL-DET-ACTION           PIC X(01).
000950     05  FILLER                   PIC X(02) VALUE SPACES.
000960     05  REL-DET-SSNUM            PIC X(09).
000970     05  FILLER                   PIC X(02) VALUE SPACES.
000980     05  REL-DET-NAME             PIC X(30).
000990     05  FILLER                   PIC X(02) VALUE SPACES.
001000     05  REL-DET-EFF-DATE         PIC X(10).
001010     05  FILLER                   PIC X(02) VALUE SPACES.
001020     05  REL-DET-DISPOSITION      PIC X(30).
001030     05  FILLER                   PIC X(44) VALUE SPACES.
001040 01  REL-RPT-COUNT-LINE.
001050     05  REL-CNT-LABEL            PIC X(20).
001060     05  REL-CNT-VALUE            PIC ZZZ,ZZ9.
001070     05  FILLER                   PIC X(105) VALUE SPACES.
001080*
001090 WORKING-STORAGE SECTION.
001100 77  REL-PENDIN-STATUS            PIC XX VALUE SPACES.
001110     88  REL-PENDIN-NOT-FOUND               VALUE "35".
001120 77  REL-RELOUT-STATUS            PIC XX VALUE SPACES.
001130     88  REL-RELOUT-NOT-FOUND               VALUE "35".
001140 77  REL-PENDOUT-STATUS           PIC XX VALUE SPACES.
001150     88  REL-PENDOUT-NOT-FOUND              VALUE "35".
001160 77  REL-PRINT-STATUS             PIC XX VALUE SPACES.
001170     88  REL-PRINT-NOT-FOUND                VALUE "35".
001180 77  REL-EOF-SWITCH               PIC X(01) VALUE "N".
001190     88  REL-END-OF-PENDING                 VALUE "Y".
001200 77  REL-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
001210 77  REL-RELEASED-COUNT           PIC 9(7) COMP VALUE ZERO.
001220 77  REL-CARRIED-COUNT            PIC 9(7) COMP VALUE ZERO.
001230 01  REL-CURRENT-DATE.
001240     05  REL-CD-YYYY              PIC 9(4).
001250     05  REL-CD-MM                PIC 9(2).
001260     05  REL-CD-DD                PIC 9(2).
001270 01  REL-DATE-DISPLAY.
001280     05  REL-DSP-YYYY             PIC 9(4).
001290     05  FILLER                   PIC X(1) VALUE "-".
001300     05  REL-DSP-MM               PIC 9(2).
001310     05  FILLER                   PIC X(1) VALUE "-".
001320     05  REL-DSP-DD               PIC 9(2).
001330 01  REL-PDATE-AREA.
001340     COPY PDTPARM.
001350*
001360 PROCEDURE DIVISION.
001370*****************************************************************
001380* 0000-MAINLINE
001390*****************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
001420     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001430     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
001440     PERFORM 2100-READ-PENDING THRU 2100-EXIT
001450     PERFORM 2000-RELEASE-OR-CARRY THRU 2000-EXIT
001460         UNTIL REL-END-OF-PENDING
001470     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
001480     CLOSE RELEASE-OUT
001490     CLOSE PEND-OUT
001500     IF NOT REL-PENDIN-NOT-FOUND
001510         CLOSE PEND-IN
001520     END-IF
001530     CLOSE RELEASE-RPT
001540     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
001550     STOP RUN.
001560*
001570*****************************************************************
001580* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
001590* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
001600* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
001610* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
001620* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
001630*****************************************************************
001640 1005-BEGIN-PROCESSING-STEP.
001650     SET PDP-BEGIN-STEP TO TRUE
001660     MOVE "CBTREL" TO PDP-STEP-NAME
001670     CALL "CBTDATE" USING REL-PDATE-AREA
001680     IF PDP-MESSAGE NOT = SPACES
001690         DISPLAY "CBTREL - " PDP-MESSAGE
001700     END-IF
001710     IF PDP-REQUEST-REFUSED
001720         DISPLAY "CBTREL - STEP REFUSED BY PROCESSING "
001730             "DATE CONTROL, RUN TERMINATED"
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF
001770     MOVE PDP-BUSINESS-YMD TO REL-CURRENT-DATE.
001780 1005-EXIT.
001790     EXIT.
001800*
001810*****************************************************************
001820* 1050-OPEN-FILES - A MISSING PENDING FILE IS NOT AN ERROR -
001830* THERE MAY SIMPLY BE NOTHING QUEUED - BUT EMPTY RELOUT AND
001840* PENDOUT FILES ARE STILL WRITTEN SO THE FOLLOWING STEPS
001850* ALWAYS HAVE FILES TO READ.
001860*****************************************************************
001870 1050-OPEN-FILES.
001880     OPEN INPUT PEND-IN
001890     IF REL-PENDIN-NOT-FOUND
001900         DISPLAY "CBTREL - NO PENDING FILE, NOTHING QUEUED"
001910         SET REL-END-OF-PENDING TO TRUE
001920     END-IF
001930     OPEN OUTPUT RELEASE-OUT
001940     IF REL-RELOUT-NOT-FOUND
001950         DISPLAY "CBTREL - RELOUT DATASET NOT FOUND, RUN "
001960             "TERMINATED"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     OPEN OUTPUT PEND-OUT
002010     IF REL-PENDOUT-NOT-FOUND
002020         DISPLAY "CBTREL - PENDOUT DATASET NOT FOUND, RUN "
002030             "TERMINATED"
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     OPEN OUTPUT RELEASE-RPT
002080     IF REL-PRINT-NOT-FOUND
002090         DISPLAY "CBTREL - RELRPT DATASET NOT FOUND, RUN "
002100             "TERMINATED"
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140 1050-EXIT.
002150     EXIT.
002160*
002170*****************************************************************
002180* 1300-WRITE-REPORT-HEADER
002190*****************************************************************
002200 1300-WRITE-REPORT-HEADER.
002210     MOVE PDP-BUSINESS-YMD TO REL-CURRENT-DATE
002220     MOVE REL-CD-YYYY TO REL-DSP-YYYY
002230     MOVE REL-CD-MM TO REL-DSP-MM
002240     MOVE REL-CD-DD TO REL-DSP-DD
002250     MOVE REL-DATE-DISPLAY TO REL-HDR-DATE
002260     WRITE REL-RPT-HEADER-LINE.
002270 1300-EXIT.
002280     EXIT.
002290*
002300*****************************************************************
002310* 2000-RELEASE-OR-CARRY - ONE ITERATION PER PENDING
002320* TRANSACTION.  DUE GOES TO RELOUT FOR TONIGHT'S CBTMNT; STILL
002330* FUTURE CARRIES FORWARD.  EITHER WAY IT PRINTS, SO HR SEES
002340* THE WHOLE QUEUE.
002350*****************************************************************
002360 2000-RELEASE-OR-CARRY.
002370     ADD 1 TO REL-READ-COUNT
002380     IF PND-EFFECTIVE-DATE <= REL-DATE-DISPLAY
002390         MOVE PEND-IN-RECORD TO RELEASE-OUT-RECORD
002400         WRITE RELEASE-OUT-RECORD
002410         ADD 1 TO REL-RELEASED-COUNT
002420         MOVE "RELEASED TONIGHT" TO REL-DET-DISPOSITION
002430     ELSE
002440         MOVE PEND-IN-RECORD TO PEND-OUT-RECORD
002450         WRITE PEND-OUT-RECORD
002460         ADD 1 TO REL-CARRIED-COUNT
002470         MOVE "PENDING" TO REL-DET-DISPOSITION
002480     END-IF
002490     MOVE PND-ACTION-CODE TO REL-DET-ACTION
002500     MOVE PND-SSNUM TO REL-DET-SSNUM
002510     MOVE PND-EMPLOYEE-NAME TO REL-DET-NAME
002520     MOVE PND-EFFECTIVE-DATE TO REL-DET-EFF-DATE
002530     WRITE REL-RPT-DETAIL-LINE
002540     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
002550 2000-EXIT.
002560     EXIT.
002570*
002580*****************************************************************
002590* 2100-READ-PENDING
002600*****************************************************************
002610 2100-READ-PENDING.
002620     IF REL-END-OF-PENDING
002630         GO TO 2100-EXIT
002640     END-IF
002650     READ PEND-IN
002660         AT END
002670             SET REL-END-OF-PENDING TO TRUE
002680     END-READ.
002690 2100-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730* 8100-WRITE-REPORT-TRAILER
002740*****************************************************************
002750 8100-WRITE-REPORT-TRAILER.
002760     MOVE "PENDING READ        " TO REL-CNT-LABEL
002770     MOVE REL-READ-COUNT TO REL-CNT-VALUE
002780     WRITE REL-RPT-COUNT-LINE
002790     MOVE "RELEASED TONIGHT    " TO REL-CNT-LABEL
002800     MOVE REL-RELEASED-COUNT TO REL-CNT-VALUE
002810     WRITE REL-RPT-COUNT-LINE
002820     MOVE "STILL PENDING       " TO REL-CNT-LABEL
002830     MOVE REL-CARRIED-COUNT TO REL-CNT-VALUE
002840     WRITE REL-RPT-COUNT-LINE.
002850 8100-EXIT.
002860     EXIT.
002870*
002880*****************************************************************
002890* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
002900* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
002910* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
002920* OWN IS PUT BACK AFTERWARD.
002930*****************************************************************
002940 8900-END-PROCESSING-STEP.
002950     IF RETURN-CODE NOT < 8
002960         DISPLAY "CBTREL - STEP ENDED RC " RETURN-CODE
002970             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
002980         GO TO 8900-EXIT
002990     END-IF
003000     MOVE RETURN-CODE TO PDP-STEP-RC
003010     SET PDP-END-STEP TO TRUE
003020     MOVE "CBTREL" TO PDP-STEP-NAME
003030     CALL "CBTDATE" USING REL-PDATE-AREA
003040     MOVE PDP-STEP-RC TO RETURN-CODE
003050     IF PDP-REQUEST-REFUSED
003060         DISPLAY "CBTREL - " PDP-MESSAGE
003070         MOVE 16 TO RETURN-CODE
003080     END-IF.
003090 8900-EXIT.
003100     EXIT.
