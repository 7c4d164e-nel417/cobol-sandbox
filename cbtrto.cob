000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTRTO.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTRTO
000090* NIGHTLY RETURN FILE FOR ONE SOURCE SYSTEM.  UNTIL NOW A SOURCE
000100* NEVER HEARD THAT CBTEDIT HAD REJECTED ONE OF ITS RECORDS OR
000110* CBTUT HAD SUSPENDED ONE UNTIL SOMEONE PHONED THEM.  THE JOB
000120* RUNS THIS STEP ONCE PER SOURCE, NAMED ON THE SYSIN CARD
000130* (COLUMNS 1-8, AS MAN-SOURCE ON THE MANIFEST).  EVERY BATCH ID
000140* THE MANIFEST SHOWS THAT SOURCE PROMISED IS LOADED, THEN
000150* TONIGHT'S REJECTS AND SUSPOUT ARE READ AND EACH ITEM IN ONE OF
000160* THOSE BATCHES IS WRITTEN TO THE SOURCE'S RETURN FILE (SEE
000170* RTNREC) WITH ITS ORIGINAL RECORD IMAGE, THE REASON IN WORDS AND
000180* THE DATE IT WAS FIRST REJECTED OR SUSPENDED, UNDER A HEADER
000190* AND A TRAILER COUNT.  A REJECT WAS REJECTED TONIGHT - REJECTS
000200* IS REWRITTEN EVERY NIGHT; A SUSPENSE ITEM CARRIES THE DATE IT
000210* FIRST SUSPENDED AND GOES BACK EVERY NIGHT IT IS STILL IN
000220* SUSPENSE.  A SOURCE WITH NOTHING TO RETURN STILL GETS A HEADER
000230* AND A ZERO TRAILER, SO AN EMPTY FILE IS NEVER MISTAKEN FOR A
000240* LOST ONE.  ITEMS WHOSE BATCH IS NOT ON THE MANIFEST BELONG TO
000250* NO SOURCE AND STAY WITH THE CONTROL CLERK.
000260*
000270* THE SOURCE SENDS ITS CORRECTIONS BACK IN THE SAME LAYOUT FOR
000280* CBTRTI, WHICH FEEDS THEM INTO CBTCOR.
000290*
000300* RETURN CODES
000310*   00 - NORMAL END
000320*   16 - STEP REFUSED BY PROCESSING DATE CONTROL, NO SOURCE ON
000330*        THE SYSIN CARD, MORE THAN 2000 MANIFEST BATCHES FOR THE
000340*        SOURCE, OR A DATASET COULD NOT BE OPENED
000350*
000360* MODIFICATION HISTORY
000370* -----------------------------------------------------------
000380* 2026-10-15  NJL  INITIAL VERSION.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MANIFEST-IN
000440         ASSIGN TO MANIFEST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS RTO-MANIFEST-STATUS.
000470     SELECT REJECT-IN
000480         ASSIGN TO REJECTS
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS RTO-REJECT-STATUS.
000510     SELECT SUSPENSE-OUT
000520         ASSIGN TO SUSPOUT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RTO-SUSPENSE-STATUS.
000550     SELECT RETURN-OUT
000560         ASSIGN TO RTNOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RTO-RETURN-STATUS.
000590     SELECT RTO-RPT
000600         ASSIGN TO RTORPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS RTO-PRINT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000660* MANIFEST-IN - THE EXPECTED-BATCH MANIFEST, ONE RECORD PER
000670* BATCH THE SOURCES HAVE PROMISED: BATCH ID, SOURCE SYSTEM AND
000680* EXPECTED ARRIVAL DATE.
000690*****************************************************************
000700 FD  MANIFEST-IN
000710     RECORDING MODE IS F.
000720 01  MANIFEST-IN-RECORD.
000730     05  MAN-BATCH-ID             PIC X(06).
000740     05  MAN-SOURCE               PIC X(08).
000750     05  MAN-EXPECTED-DATE        PIC X(10).
000760     05  FILLER                   PIC X(16).
000770*****************************************************************
000780* REJECT-IN - TONIGHT'S CBTEDIT REJECTS: THE ORIGINAL RECORD
000790* IMAGE, BROKEN OUT FOR THE BATCH ID, AND THE REASON CODE.
000800*****************************************************************
000810 FD  REJECT-IN
000820     RECORDING MODE IS F.
000830 01  REJECT-IN-RECORD.
000840     05  REJ-RECORD-IMAGE.
000850         10  REJ-BATCH-ID         PIC X(06).
000860         10  FILLER               PIC X(18).
000870     05  REJ-REASON-CODE          PIC X(02).
000880*****************************************************************
000890* SUSPENSE-OUT - TONIGHT'S CBTUT SUSPENSE OUTPUT, THE ORIGINAL
000900* RECORD IMAGE BROKEN OUT FOR THE BATCH ID, WITH WHY AND WHEN IT
000910* FIRST SUSPENDED.
000920*****************************************************************
000930 FD  SUSPENSE-OUT
000940     RECORDING MODE IS F.
000950 01  SUSPENSE-OUT-RECORD.
000960     05  SUO-RECORD-IMAGE.
000970         10  SUO-BATCH-ID         PIC X(06).
000980         10  FILLER               PIC X(18).
000990     05  SUO-REASON-CODE          PIC X(02).
001000     05  SUO-DATE-SUSPENDED       PIC X(10).
001010     05  SUO-CYCLE-COUNT          PIC 9(02).
001020*****************************************************************
001030* RETURN-OUT - THE SOURCE'S RETURN FILE (SEE RTNREC).
001040*****************************************************************
001050 FD  RETURN-OUT
001060     RECORDING MODE IS F.
001070 01  RETURN-OUT-RECORD.
001080     COPY RTNREC.
001090*****************************************************************
001100* RTO-RPT - HEADER, ONE LINE PER ITEM RETURNED, TRAILER COUNTS.
001110*****************************************************************
001120 FD  RTO-RPT
001130     RECORDING MODE IS F.
001140 01  RTO-RPT-HEADER-LINE.
001150     05  FILLER                   PIC X(15)
001160                                   VALUE "CBTRTO RETURNS ".
001170     05  FILLER                   PIC X(11)
001180                                   VALUE "FOR SOURCE ".
001190     05  RTO-HDR-SOURCE           PIC X(08).
001200     05  FILLER                   PIC X(11)
001210                                   VALUE "  RUN DATE ".
001220     05  RTO-HDR-DATE             PIC X(10).
001230     05  FILLER                   PIC X(77) VALUE SPACES.
001240 01  RTO-RPT-DETAIL-LINE.
001250     05  RTO-DET-FILE             PIC X(01).
001260     05  FILLER                   PIC X(02) VALUE SPACES.
001270     05  RTO-DET-SEQUENCE         PIC ZZZZ9.
001280     05  FILLER                   PIC X(02) VALUE SPACES.
001290     05  RTO-DET-BATCH-ID         PIC X(06).
001300     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  RTO-DET-REASON           PIC X(02).
001320     05  FILLER                   PIC X(02) VALUE SPACES.
001330     05  RTO-DET-REASON-TEXT      PIC X(35).
001340     05  FILLER                   PIC X(02) VALUE SPACES.
001350     05  RTO-DET-DATE-FIRST       PIC X(10).
001360     05  FILLER                   PIC X(63) VALUE SPACES.
001370 01  RTO-RPT-COUNT-LINE.
001380     05  RTO-CNT-LABEL            PIC X(20).
001390     05  RTO-CNT-VALUE            PIC ZZZ,ZZ9.
001400     05  FILLER                   PIC X(105) VALUE SPACES.
001410*
001420 WORKING-STORAGE SECTION.
001430 01  RTO-SOURCE-CARD.
001440     05  RTO-CARD-SOURCE          PIC X(08).
001450     05  FILLER                   PIC X(72).
001460 77  RTO-MANIFEST-EOF-SWITCH      PIC X(01) VALUE "N".
001470     88  RTO-END-OF-MANIFEST                VALUE "Y".
001480 77  RTO-REJECT-EOF-SWITCH        PIC X(01) VALUE "N".
001490     88  RTO-END-OF-REJECTS                 VALUE "Y".
001500 77  RTO-SUSPENSE-EOF-SWITCH      PIC X(01) VALUE "N".
001510     88  RTO-END-OF-SUSPENSE                VALUE "Y".
001520 77  RTO-FOUND-SWITCH             PIC X(01) VALUE "N".
001530     88  RTO-ENTRY-WAS-FOUND                VALUE "Y".
001540 77  RTO-MANIFEST-STATUS          PIC XX VALUE SPACES.
001550     88  RTO-MANIFEST-NOT-FOUND             VALUE "35".
001560 77  RTO-REJECT-STATUS            PIC XX VALUE SPACES.
001570     88  RTO-REJECT-NOT-FOUND               VALUE "35".
001580 77  RTO-SUSPENSE-STATUS          PIC XX VALUE SPACES.
001590     88  RTO-SUSPENSE-NOT-FOUND             VALUE "35".
001600 77  RTO-RETURN-STATUS            PIC XX VALUE SPACES.
001610     88  RTO-RETURN-NOT-FOUND               VALUE "35".
001620 77  RTO-PRINT-STATUS             PIC XX VALUE SPACES.
001630     88  RTO-PRINT-NOT-FOUND                VALUE "35".
001640 77  RTO-REJECT-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
001650 77  RTO-SUSPENSE-READ-COUNT      PIC 9(7) COMP VALUE ZERO.
001660 77  RTO-REJECT-RETURNED-COUNT    PIC 9(7) COMP VALUE ZERO.
001670 77  RTO-SUSP-RETURNED-COUNT      PIC 9(7) COMP VALUE ZERO.
001680 77  RTO-DETAIL-COUNT             PIC 9(7) COMP VALUE ZERO.
001690 77  RTO-BAT-SUB                  PIC 9(5) COMP VALUE ZERO.
001700 77  RTO-TEXT-SUB                 PIC 9(3) COMP VALUE ZERO.
001710 77  RTO-SEARCH-BATCH-ID          PIC X(06) VALUE SPACES.
001720*    EVERY BATCH ID THE MANIFEST SHOWS FOR THIS SOURCE.
001730 01  RTO-BATCH-TABLE.
001740     05  RTO-BATCH-COUNT          PIC 9(5) COMP VALUE ZERO.
001750     05  RTO-BATCH-ENTRY OCCURS 2000 TIMES.
001760         10  RTO-BAT-ID           PIC X(06).
001770 01  RTO-REASON-TEXT-TABLE.
001780     COPY RSNTAB.
001790 01  RTO-PDATE-AREA.
001800     COPY PDTPARM.
001810*
001820 PROCEDURE DIVISION.
001830*****************************************************************
001840* 0000-MAINLINE
001850*****************************************************************
001860 0000-MAINLINE.
001870     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
001880     PERFORM 1000-READ-SOURCE-CARD THRU 1000-EXIT
001890     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001900     PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT
001910     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
001920     PERFORM 2100-READ-REJECT THRU 2100-EXIT
001930     PERFORM 2000-RETURN-REJECT THRU 2000-EXIT
001940         UNTIL RTO-END-OF-REJECTS
001950     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
001960     PERFORM 3000-RETURN-SUSPENSE THRU 3000-EXIT
001970         UNTIL RTO-END-OF-SUSPENSE
001980     PERFORM 8000-WRITE-RETURN-TRAILER THRU 8000-EXIT
001990     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
002000     CLOSE REJECT-IN
002010     CLOSE SUSPENSE-OUT
002020     CLOSE RETURN-OUT
002030     CLOSE RTO-RPT
002040     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
002050     STOP RUN.
002060*
002070*****************************************************************
002080* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
002090* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002100* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002110* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
002120* DEPENDS ON HAS NOT COMPLETED FOR THE DATE - THE RETURN FILES
002130* ARE ONLY WORTH SENDING ONCE CBTUT HAS FINISHED SUSPOUT.
002140*****************************************************************
002150 1005-BEGIN-PROCESSING-STEP.
002160     SET PDP-BEGIN-STEP TO TRUE
002170     MOVE "CBTRTO" TO PDP-STEP-NAME
002180     CALL "CBTDATE" USING RTO-PDATE-AREA
002190     IF PDP-MESSAGE NOT = SPACES
002200         DISPLAY "CBTRTO - " PDP-MESSAGE
002210     END-IF
002220     IF PDP-REQUEST-REFUSED
002230         DISPLAY "CBTRTO - STEP REFUSED BY PROCESSING "
002240             "DATE CONTROL, RUN TERMINATED"
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 1005-EXIT.
002290     EXIT.
002300*
002310*****************************************************************
002320* 1000-READ-SOURCE-CARD - THE SOURCE SYSTEM THIS STEP RETURNS
002330* FOR, AS IT APPEARS IN MAN-SOURCE.
002340*****************************************************************
002350 1000-READ-SOURCE-CARD.
002360     MOVE SPACES TO RTO-SOURCE-CARD
002370     ACCEPT RTO-SOURCE-CARD
002380     IF RTO-CARD-SOURCE = SPACES
002390         DISPLAY "CBTRTO - NO SOURCE ON THE SYSIN CARD, RUN "
002400             "TERMINATED"
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460*
002470*****************************************************************
002480* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
002490* EACH OPEN.
002500*****************************************************************
002510 1050-OPEN-FILES.
002520     OPEN INPUT MANIFEST-IN
002530     IF RTO-MANIFEST-NOT-FOUND
002540         DISPLAY "CBTRTO - MANIFEST DATASET NOT FOUND, RUN "
002550             "TERMINATED"
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     OPEN INPUT REJECT-IN
002600     IF RTO-REJECT-NOT-FOUND
002610         DISPLAY "CBTRTO - REJECTS DATASET NOT FOUND, RUN "
002620             "TERMINATED"
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     OPEN INPUT SUSPENSE-OUT
002670     IF RTO-SUSPENSE-NOT-FOUND
002680         DISPLAY "CBTRTO - SUSPOUT DATASET NOT FOUND, RUN "
002690             "TERMINATED"
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730     OPEN OUTPUT RETURN-OUT
002740     IF RTO-RETURN-NOT-FOUND
002750         DISPLAY "CBTRTO - RTNOUT DATASET NOT FOUND, RUN "
002760             "TERMINATED"
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800     OPEN OUTPUT RTO-RPT
002810     IF RTO-PRINT-NOT-FOUND
002820         DISPLAY "CBTRTO - RTORPT DATASET NOT FOUND, RUN "
002830             "TERMINATED"
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870 1050-EXIT.
002880     EXIT.
002890*
002900*****************************************************************
002910* 1200-LOAD-MANIFEST - TABLE EVERY BATCH ID THE MANIFEST SHOWS
002920* FOR THIS SOURCE, WHATEVER ITS EXPECTED DATE - A SUSPENSE ITEM
002930* CAN BELONG TO A BATCH EXPECTED WEEKS AGO.
002940*****************************************************************
002950 1200-LOAD-MANIFEST.
002960     PERFORM 1210-LOAD-ONE-BATCH THRU 1210-EXIT
002970         UNTIL RTO-END-OF-MANIFEST
002980     CLOSE MANIFEST-IN.
002990 1200-EXIT.
003000     EXIT.
003010*
003020 1210-LOAD-ONE-BATCH.
003030     READ MANIFEST-IN
003040         AT END
003050             SET RTO-END-OF-MANIFEST TO TRUE
003060             GO TO 1210-EXIT
003070     END-READ
003080     IF MAN-SOURCE NOT = RTO-CARD-SOURCE
003090         GO TO 1210-EXIT
003100     END-IF
003110     IF RTO-BATCH-COUNT >= 2000
003120         DISPLAY "CBTRTO - MORE THAN 2000 MANIFEST BATCHES FOR "
003130             RTO-CARD-SOURCE ", RUN TERMINATED"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170     ADD 1 TO RTO-BATCH-COUNT
003180     MOVE MAN-BATCH-ID TO RTO-BAT-ID (RTO-BATCH-COUNT).
003190 1210-EXIT.
003200     EXIT.
003210*
003220*****************************************************************
003230* 1300-WRITE-REPORT-HEADER - THE PRINTED HEADER AND THE RETURN
003240* FILE'S OWN HEADER RECORD.
003250*****************************************************************
003260 1300-WRITE-REPORT-HEADER.
003270     MOVE RTO-CARD-SOURCE TO RTO-HDR-SOURCE
003280     MOVE PDP-BUSINESS-DATE TO RTO-HDR-DATE
003290     WRITE RTO-RPT-HEADER-LINE
003300     MOVE SPACES TO RETURN-OUT-RECORD
003310     SET RTN-HEADER TO TRUE
003320     MOVE RTO-CARD-SOURCE TO RTN-SOURCE
003330     MOVE PDP-BUSINESS-DATE TO RTN-HDR-DATE
003340     WRITE RETURN-OUT-RECORD.
003350 1300-EXIT.
003360     EXIT.
003370*
003380*****************************************************************
003390* 1900-FIND-BATCH - IS RTO-SEARCH-BATCH-ID ONE OF THIS SOURCE'S?
003400*****************************************************************
003410 1900-FIND-BATCH.
003420     MOVE "N" TO RTO-FOUND-SWITCH
003430     MOVE 1 TO RTO-BAT-SUB
003440     PERFORM 1910-MATCH-BATCH THRU 1910-EXIT
003450         UNTIL RTO-ENTRY-WAS-FOUND
003460         OR RTO-BAT-SUB > RTO-BATCH-COUNT.
003470 1900-EXIT.
003480     EXIT.
003490*
003500 1910-MATCH-BATCH.
003510     IF RTO-BAT-ID (RTO-BAT-SUB) = RTO-SEARCH-BATCH-ID
003520         SET RTO-ENTRY-WAS-FOUND TO TRUE
003530     ELSE
003540         ADD 1 TO RTO-BAT-SUB
003550     END-IF.
003560 1910-EXIT.
003570     EXIT.
003580*
003590*****************************************************************
003600* 2000-RETURN-REJECT - ONE ITERATION PER REJECT, NUMBERED AS
003610* CBTCOR NUMBERS THEM.  ONLY THIS SOURCE'S BATCHES GO BACK.
003620*****************************************************************
003630 2000-RETURN-REJECT.
003640     ADD 1 TO RTO-REJECT-READ-COUNT
003650     MOVE REJ-BATCH-ID TO RTO-SEARCH-BATCH-ID
003660     PERFORM 1900-FIND-BATCH THRU 1900-EXIT
003670     IF NOT RTO-ENTRY-WAS-FOUND
003680         GO TO 2000-NEXT
003690     END-IF
003700     MOVE SPACES TO RETURN-OUT-RECORD
003710     SET RTN-DETAIL TO TRUE
003720     MOVE RTO-CARD-SOURCE TO RTN-SOURCE
003730     SET RTN-FILE-REJECT TO TRUE
003740     MOVE RTO-REJECT-READ-COUNT TO RTN-SEQUENCE
003750     MOVE REJ-RECORD-IMAGE TO RTN-ORIG-IMAGE
003760     MOVE REJ-REASON-CODE TO RTN-REASON-CODE
003770     MOVE PDP-BUSINESS-DATE TO RTN-DATE-FIRST
003780     PERFORM 7000-WRITE-RETURN-DETAIL THRU 7000-EXIT
003790     ADD 1 TO RTO-REJECT-RETURNED-COUNT.
003800 2000-NEXT.
003810     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*
003850 2100-READ-REJECT.
003860     READ REJECT-IN
003870         AT END
003880             SET RTO-END-OF-REJECTS TO TRUE
003890     END-READ.
003900 2100-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940* 3000-RETURN-SUSPENSE - ONE ITERATION PER SUSPENSE ITEM.  THE
003950* DATE GOING BACK IS THE DATE IT FIRST SUSPENDED, WHICH CBTUT
003960* CARRIES FORWARD ON EVERY RECYCLE.
003970*****************************************************************
003980 3000-RETURN-SUSPENSE.
003990     ADD 1 TO RTO-SUSPENSE-READ-COUNT
004000     MOVE SUO-BATCH-ID TO RTO-SEARCH-BATCH-ID
004010     PERFORM 1900-FIND-BATCH THRU 1900-EXIT
004020     IF NOT RTO-ENTRY-WAS-FOUND
004030         GO TO 3000-NEXT
004040     END-IF
004050     MOVE SPACES TO RETURN-OUT-RECORD
004060     SET RTN-DETAIL TO TRUE
004070     MOVE RTO-CARD-SOURCE TO RTN-SOURCE
004080     SET RTN-FILE-SUSPENSE TO TRUE
004090     MOVE RTO-SUSPENSE-READ-COUNT TO RTN-SEQUENCE
004100     MOVE SUO-RECORD-IMAGE TO RTN-ORIG-IMAGE
004110     MOVE SUO-REASON-CODE TO RTN-REASON-CODE
004120     MOVE SUO-DATE-SUSPENDED TO RTN-DATE-FIRST
004130     PERFORM 7000-WRITE-RETURN-DETAIL THRU 7000-EXIT
004140     ADD 1 TO RTO-SUSP-RETURNED-COUNT.
004150 3000-NEXT.
004160     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
004170 3000-EXIT.
004180     EXIT.
004190*
004200 3100-READ-SUSPENSE.
004210     READ SUSPENSE-OUT
004220         AT END
004230             SET RTO-END-OF-SUSPENSE TO TRUE
004240     END-READ.
004250 3100-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290* 7000-WRITE-RETURN-DETAIL - PUT THE REASON INTO WORDS, WRITE THE
004300* DETAIL AND ITS REPORT LINE.
004310*****************************************************************
004320 7000-WRITE-RETURN-DETAIL.
004330     MOVE "REASON CODE NOT ON RSNTAB" TO RTN-REASON-TEXT
004340     MOVE "N" TO RTO-FOUND-SWITCH
004350     MOVE 1 TO RTO-TEXT-SUB
004360     PERFORM 7010-MATCH-REASON-TEXT THRU 7010-EXIT
004370         UNTIL RTO-ENTRY-WAS-FOUND
004380         OR RTO-TEXT-SUB > RSN-ENTRY-COUNT
004390     WRITE RETURN-OUT-RECORD
004400     ADD 1 TO RTO-DETAIL-COUNT
004410     MOVE RTN-FILE TO RTO-DET-FILE
004420     MOVE RTN-SEQUENCE TO RTO-DET-SEQUENCE
004430     MOVE RTO-SEARCH-BATCH-ID TO RTO-DET-BATCH-ID
004440     MOVE RTN-REASON-CODE TO RTO-DET-REASON
004450     MOVE RTN-REASON-TEXT TO RTO-DET-REASON-TEXT
004460     MOVE RTN-DATE-FIRST TO RTO-DET-DATE-FIRST
004470     WRITE RTO-RPT-DETAIL-LINE.
004480 7000-EXIT.
004490     EXIT.
004500*
004510 7010-MATCH-REASON-TEXT.
004520     IF RSN-CODE (RTO-TEXT-SUB) = RTN-REASON-CODE
004530         SET RTO-ENTRY-WAS-FOUND TO TRUE
004540         MOVE RSN-TEXT (RTO-TEXT-SUB) TO RTN-REASON-TEXT
004550     ELSE
004560         ADD 1 TO RTO-TEXT-SUB
004570     END-IF.
004580 7010-EXIT.
004590     EXIT.
004600*
004610*****************************************************************
004620* 8000-WRITE-RETURN-TRAILER - THE TRAILER COUNT THE SOURCE CHECKS
004630* THE FILE AGAINST.
004640*****************************************************************
004650 8000-WRITE-RETURN-TRAILER.
004660     MOVE SPACES TO RETURN-OUT-RECORD
004670     SET RTN-TRAILER TO TRUE
004680     MOVE RTO-CARD-SOURCE TO RTN-SOURCE
004690     MOVE RTO-DETAIL-COUNT TO RTN-TRL-COUNT
004700     WRITE RETURN-OUT-RECORD.
004710 8000-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750* 8100-WRITE-REPORT-TRAILER
004760*****************************************************************
004770 8100-WRITE-REPORT-TRAILER.
004780     MOVE "MANIFEST BATCHES    " TO RTO-CNT-LABEL
004790     MOVE RTO-BATCH-COUNT TO RTO-CNT-VALUE
004800     WRITE RTO-RPT-COUNT-LINE
004810     MOVE "REJECTS READ        " TO RTO-CNT-LABEL
004820     MOVE RTO-REJECT-READ-COUNT TO RTO-CNT-VALUE
004830     WRITE RTO-RPT-COUNT-LINE
004840     MOVE "REJECTS RETURNED    " TO RTO-CNT-LABEL
004850     MOVE RTO-REJECT-RETURNED-COUNT TO RTO-CNT-VALUE
004860     WRITE RTO-RPT-COUNT-LINE
004870     MOVE "SUSPENSE READ       " TO RTO-CNT-LABEL
004880     MOVE RTO-SUSPENSE-READ-COUNT TO RTO-CNT-VALUE
004890     WRITE RTO-RPT-COUNT-LINE
004900     MOVE "SUSPENSE RETURNED   " TO RTO-CNT-LABEL
004910     MOVE RTO-SUSP-RETURNED-COUNT TO RTO-CNT-VALUE
004920     WRITE RTO-RPT-COUNT-LINE
004930     MOVE "TRAILER COUNT       " TO RTO-CNT-LABEL
004940     MOVE RTO-DETAIL-COUNT TO RTO-CNT-VALUE
004950     WRITE RTO-RPT-COUNT-LINE.
004960 8100-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
005010* COMPLETED STEP FOR THE BUSINESS DATE.  THE CALL RESETS
005020* RETURN-CODE, SO THE STEP'S OWN IS PUT BACK AFTERWARD.
005030*****************************************************************
005040 8900-END-PROCESSING-STEP.
005050     IF RETURN-CODE NOT < 8
005060         DISPLAY "CBTRTO - STEP ENDED RC " RETURN-CODE
005070             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
005080         GO TO 8900-EXIT
005090     END-IF
005100     MOVE RETURN-CODE TO PDP-STEP-RC
005110     SET PDP-END-STEP TO TRUE
005120     MOVE "CBTRTO" TO PDP-STEP-NAME
005130     CALL "CBTDATE" USING RTO-PDATE-AREA
005140     MOVE PDP-STEP-RC TO RETURN-CODE
005150     IF PDP-REQUEST-REFUSED
005160         DISPLAY "CBTRTO - " PDP-MESSAGE
005170         MOVE 16 TO RETURN-CODE
005180     END-IF.
005190 8900-EXIT.
005200     EXIT.
