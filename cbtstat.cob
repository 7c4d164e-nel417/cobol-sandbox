000230* MODIFICATION HISTORY
000240* -----------------------------------------------------------
000250* 2026-08-22  NJL  INITIAL VERSION.
000260* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000270*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000280*                  CLOCK, SO A LATE OR RERUN NIGHT KEEPS ITS DATE.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUN-STATS
000340         ASSIGN TO RUNSTATS
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS STT-STATS-STATUS.
000370     SELECT STATS-RPT
000380         ASSIGN TO STATRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS STT-PRINT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*****************************************************************
000440* RUN-STATS - ONE RECORD PER CBTUT RUN, AS CBTUT WRITES THEM.
000450*****************************************************************
000460 FD  RUN-STATS
000470     RECORDING MODE IS F.
000480 01  RUN-STATS-RECORD.
000490     COPY STAREC.
000500*****************************************************************
000510* STATS-RPT - HEADER, ONE LINE PER RUN, EXCEPTION FLAGS, AND
000520* THE TREND SUMMARY.
000530*****************************************************************
000540 FD  STATS-RPT
000550     RECORDING MODE IS F.
000560 01  STT-RPT-HEADER-LINE.
000570     05  FILLER                   PIC X(22)
000580                                   VALUE "CBTSTAT RUN TRENDS ON ".
000590     05  STT-HDR-DATE             PIC X(10).
000600     05  FILLER                   PIC X(100) VALUE SPACES.
000610 01  STT-RPT-DETAIL-LINE.
000620     05  STT-DET-DATE             PIC X(10).
000630     05  FILLER                   PIC X(02) VALUE SPACES.
000640     05  STT-DET-TIME             PIC X(08).
000650     05  FILLER                   PIC X(02) VALUE SPACES.
000660     05  STT-DET-READ             PIC ZZZ,ZZ9.
000670     05  FILLER                   PIC X(02) VALUE SPACES.
000680     05  STT-DET-BATCHES          PIC ZZZ,ZZ9.
000690     05  FILLER                   PIC X(02) VALUE SPACES.
000700     05  STT-DET-TOTAL            PIC -(7)9.99.
000710     05  FILLER                   PIC X(02) VALUE SPACES.
000720     05  STT-DET-SUSPENSE         PIC ZZZ,ZZ9.
000730     05  FILLER                   PIC X(02) VALUE SPACES.
000740     05  STT-DET-ELAPSED          PIC ZZZ,ZZ9.
000750     05  FILLER                   PIC X(02) VALUE SPACES.
000760     05  STT-DET-RC               PIC 9(02).
000770     05  FILLER                   PIC X(02) VALUE SPACES.
000780     05  STT-DET-FLAG             PIC X(20).
000790     05  FILLER                   PIC X(37) VALUE SPACES.
000800 01  STT-RPT-SUMMARY-LINE.
000810     05  STT-SUM-LABEL            PIC X(25).
000820     05  STT-SUM-DATE             PIC X(10).
000830     05  FILLER                   PIC X(02) VALUE SPACES.
000840     05  STT-SUM-VALUE            PIC ZZZ,ZZZ,ZZ9.
000850     05  FILLER                   PIC X(84) VALUE SPACES.
000860*
000870 WORKING-STORAGE SECTION.
000880 77  STT-EOF-SWITCH               PIC X(01) VALUE "N".
000890     88  STT-END-OF-STATS-FILE              VALUE "Y".
000900 77  STT-STATS-STATUS             PIC XX VALUE SPACES.
000910     88  STT-STATS-NOT-FOUND                VALUE "35".
000920 77  STT-PRINT-STATUS             PIC XX VALUE SPACES.
000930     88  STT-PRINT-NOT-FOUND                VALUE "35".
000940 77  STT-RUN-COUNT                PIC 9(7) COMP VALUE ZERO.
000950 77  STT-EXCEPTION-COUNT          PIC 9(7) COMP VALUE ZERO.
000960 77  STT-TOTAL-RECORDS            PIC 9(9) COMP VALUE ZERO.
000970 77  STT-TOTAL-ELAPSED            PIC 9(9) COMP VALUE ZERO.
000980 77  STT-AVG-RECORDS              PIC 9(7) COMP VALUE ZERO.
000990 77  STT-AVG-ELAPSED              PIC 9(7) COMP VALUE ZERO.
001000 77  STT-BUSIEST-COUNT            PIC 9(7) COMP VALUE ZERO.
001010 77  STT-BUSIEST-DATE             PIC X(10) VALUE SPACES.
001020 77  STT-LONGEST-SECONDS          PIC 9(7) COMP VALUE ZERO.
001030 77  STT-LONGEST-DATE             PIC X(10) VALUE SPACES.
001040 01  STT-CURRENT-DATE.
001050     05  STT-CD-YYYY              PIC 9(4).
001060     05  STT-CD-MM                PIC 9(2).
001070     05  STT-CD-DD                PIC 9(2).
001080 01  STT-DATE-DISPLAY.
001090     05  STT-DSP-YYYY             PIC 9(4).
001100     05  FILLER                   PIC X(1) VALUE "-".
001110     05  STT-DSP-MM               PIC 9(2).
001120     05  FILLER                   PIC X(1) VALUE "-".
001130     05  STT-DSP-DD               PIC 9(2).
001140 01  STT-PDATE-AREA.
001150     COPY PDTPARM.
001160*
001170 PROCEDURE DIVISION.
001180*****************************************************************
001190* 0000-MAINLINE
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1005-GET-PROCESSING-DATE THRU 1005-EXIT
001230     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001240     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
001250     PERFORM 2100-READ-STATS THRU 2100-EXIT
001260     PERFORM 2000-PROCESS-RUN THRU 2000-EXIT
001270         UNTIL STT-END-OF-STATS-FILE
001280     PERFORM 8100-WRITE-TREND-SUMMARY THRU 8100-EXIT
001290     IF STT-RUN-COUNT = ZERO
001300         MOVE 4 TO RETURN-CODE
001310     END-IF
001320     CLOSE RUN-STATS
001330     CLOSE STATS-RPT
001340     STOP RUN.
001350*
001360*****************************************************************
001370* 1005-GET-PROCESSING-DATE - THE BUSINESS DATE COMES FROM THE
001380* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
001390* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
001400* CARRIES ITS OWN DATE.
001410*****************************************************************
001420 1005-GET-PROCESSING-DATE.
001430     SET PDP-GET-DATE TO TRUE
001440     MOVE "CBTSTAT" TO PDP-STEP-NAME
001450     CALL "CBTDATE" USING STT-PDATE-AREA
001460     IF PDP-REQUEST-REFUSED
001470         DISPLAY "CBTSTAT - " PDP-MESSAGE
001480         DISPLAY "CBTSTAT - NO PROCESSING DATE, RUN TERMINATED"
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     MOVE PDP-BUSINESS-YMD TO STT-CURRENT-DATE.
001530 1005-EXIT.
001540     EXIT.
001550*
001560*****************************************************************
001570* 1050-OPEN-FILES
001580*****************************************************************
001590 1050-OPEN-FILES.
001600     OPEN INPUT RUN-STATS
001610     IF STT-STATS-NOT-FOUND
001620         DISPLAY "CBTSTAT - RUNSTATS DATASET NOT FOUND, RUN "
001630             "TERMINATED"
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001670     OPEN OUTPUT STATS-RPT
001680     IF STT-PRINT-NOT-FOUND
001690         DISPLAY "CBTSTAT - STATRPT DATASET NOT FOUND, RUN "
001700             "TERMINATED"
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001740 1050-EXIT.
001750     EXIT.
001760*
001770*****************************************************************
001780* 1300-WRITE-REPORT-HEADER
001790*****************************************************************
001800 1300-WRITE-REPORT-HEADER.
001810     MOVE PDP-BUSINESS-YMD TO STT-CURRENT-DATE
001820     MOVE STT-CD-YYYY TO STT-DSP-YYYY
001830     MOVE STT-CD-MM TO STT-DSP-MM
001840     MOVE STT-CD-DD TO STT-DSP-DD
001850     MOVE STT-DATE-DISPLAY TO STT-HDR-DATE
001860     WRITE STT-RPT-HEADER-LINE.
001870 1300-EXIT.
001880     EXIT.
001890*
001900*****************************************************************
001910* 2000-PROCESS-RUN - ONE REPORT LINE PER HISTORY RECORD, WITH
001920* THE EXCEPTION FLAG ON EVERY RUN THAT ENDED NONZERO OR WAS A
001930* RESTART, AND THE RUNNING FIGURES FOR THE TREND SUMMARY.
001940*****************************************************************
001950 2000-PROCESS-RUN.
001960     ADD 1 TO STT-RUN-COUNT
001970     ADD STA-RECORDS-READ TO STT-TOTAL-RECORDS
001980     ADD STA-ELAPSED-SECONDS TO STT-TOTAL-ELAPSED
001990     IF STA-RECORDS-READ > STT-BUSIEST-COUNT
002000         MOVE STA-RECORDS-READ TO STT-BUSIEST-COUNT
002010         MOVE STA-RUN-DATE TO STT-BUSIEST-DATE
002020     END-IF
002030     IF STA-ELAPSED-SECONDS > STT-LONGEST-SECONDS
002040         MOVE STA-ELAPSED-SECONDS TO STT-LONGEST-SECONDS
002050         MOVE STA-RUN-DATE TO STT-LONGEST-DATE
002060     END-IF
002070     MOVE STA-RUN-DATE TO STT-DET-DATE
002080     MOVE STA-RUN-TIME TO STT-DET-TIME
002090     MOVE STA-RECORDS-READ TO STT-DET-READ
002100     MOVE STA-BATCH-COUNT TO STT-DET-BATCHES
002110     MOVE STA-GRAND-TOTAL TO STT-DET-TOTAL
002120     MOVE STA-SUSPENSE-COUNT TO STT-DET-SUSPENSE
002130     MOVE STA-ELAPSED-SECONDS TO STT-DET-ELAPSED
002140     MOVE STA-RETURN-CODE TO STT-DET-RC
002150     MOVE SPACES TO STT-DET-FLAG
002160     IF STA-RETURN-CODE NOT = ZERO
002170        AND STA-RESTART-FLAG = "Y"
002180         MOVE "** NONZERO, RESTART" TO STT-DET-FLAG
002190         ADD 1 TO STT-EXCEPTION-COUNT
002200     ELSE
002210         IF STA-RETURN-CODE NOT = ZERO
002220             MOVE "** NONZERO RC" TO STT-DET-FLAG
002230             ADD 1 TO STT-EXCEPTION-COUNT
002240         ELSE
002250             IF STA-RESTART-FLAG = "Y"
002260                 MOVE "** RESTARTED" TO STT-DET-FLAG
002270                 ADD 1 TO STT-EXCEPTION-COUNT
002280             END-IF
002290         END-IF
002300     END-IF
002310     WRITE STT-RPT-DETAIL-LINE
002320     PERFORM 2100-READ-STATS THRU 2100-EXIT.
002330 2000-EXIT.
002340     EXIT.
002350*
002360*****************************************************************
002370* 2100-READ-STATS
002380*****************************************************************
002390 2100-READ-STATS.
002400     READ RUN-STATS
002410         AT END
002420             SET STT-END-OF-STATS-FILE TO TRUE
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460*
002470*****************************************************************
002480* 8100-WRITE-TREND-SUMMARY - THE FIGURES OPERATIONS WATCHES:
002490* HOW MANY RUNS, HOW MUCH VOLUME, THE AVERAGES, THE BUSIEST
002500* NIGHT, THE LONGEST RUN AND THE EXCEPTION COUNT.
002510*****************************************************************
002520 8100-WRITE-TREND-SUMMARY.
002530     MOVE "RUNS REPORTED            " TO STT-SUM-LABEL
002540     MOVE SPACES TO STT-SUM-DATE
002550     MOVE STT-RUN-COUNT TO STT-SUM-VALUE
002560     WRITE STT-RPT-SUMMARY-LINE
002570     MOVE "RECORDS PROCESSED        " TO STT-SUM-LABEL
002580     MOVE SPACES TO STT-SUM-DATE
002590     MOVE STT-TOTAL-RECORDS TO STT-SUM-VALUE
002600     WRITE STT-RPT-SUMMARY-LINE
002610     IF STT-RUN-COUNT > ZERO
002620         DIVIDE STT-TOTAL-RECORDS BY STT-RUN-COUNT
002630             GIVING STT-AVG-RECORDS
002640         DIVIDE STT-TOTAL-ELAPSED BY STT-RUN-COUNT
002650             GIVING STT-AVG-ELAPSED
002660         MOVE "AVERAGE RECORDS PER RUN  " TO STT-SUM-LABEL
002670         MOVE SPACES TO STT-SUM-DATE
002680         MOVE STT-AVG-RECORDS TO STT-SUM-VALUE
002690         WRITE STT-RPT-SUMMARY-LINE
002700         MOVE "AVERAGE ELAPSED SECONDS  " TO STT-SUM-LABEL
002710         MOVE SPACES TO STT-SUM-DATE
002720         MOVE STT-AVG-ELAPSED TO STT-SUM-VALUE
002730         WRITE STT-RPT-SUMMARY-LINE
002740         MOVE "BUSIEST NIGHT            " TO STT-SUM-LABEL
002750         MOVE STT-BUSIEST-DATE TO STT-SUM-DATE
002760         MOVE STT-BUSIEST-COUNT TO STT-SUM-VALUE
002770         WRITE STT-RPT-SUMMARY-LINE
002780         MOVE "LONGEST RUN              " TO STT-SUM-LABEL
002790         MOVE STT-LONGEST-DATE TO STT-SUM-DATE
002800         MOVE STT-LONGEST-SECONDS TO STT-SUM-VALUE
002810         WRITE STT-RPT-SUMMARY-LINE
002820     END-IF
002830     MOVE "EXCEPTION RUNS           " TO STT-SUM-LABEL
002840     MOVE SPACES TO STT-SUM-DATE
002850     MOVE STT-EXCEPTION-COUNT TO STT-SUM-VALUE
002860     WRITE STT-RPT-SUMMARY-LINE.
002870 8100-EXIT.
002880     EXIT.
