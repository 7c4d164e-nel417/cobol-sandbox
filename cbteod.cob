000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTEOD.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTEOD
000090* END-OF-DAY ROLL OF THE PROCESSING DATE.  THE PROCDATE CONTROL
000100* FILE (SEE PDTREC) CARRIES THE BUSINESS DATE EVERY PROGRAM IN
000110* THE NIGHTLY STREAM STAMPS ITS WORK WITH, AND THE STEPS THAT
000120* HAVE COMPLETED FOR IT.  THIS PROGRAM RUNS LAST: IT PRINTS THE
000130* STEPS RECORDED FOR THE DATE AND, ONLY WHEN EVERY REQUIRED STEP
000140* OF THE NIGHT (EOD-REQUIRED TABLE BELOW) HAS COMPLETED, MOVES
000150* THE DATE FORWARD ONE CALENDAR DAY AND CLEARS THE STEP ENTRIES
000160* FOR THE NEW DATE.  A NIGHT THAT HAS NOT FINISHED STAYS ON ITS
000170* DATE, SO A LATE OR RERUN STEP STILL STAMPS THE RIGHT NIGHT.
000180*
000190* CONTROL CARD (SYSIN)
000200*   ROLL             - THE NORMAL NIGHTLY CARD.
000210*   SET  YYYY-MM-DD  - LOADS THE FIRST BUSINESS DATE INTO AN
000220*                      EMPTY PROCDATE FILE.  REFUSED ONCE THE
000230*                      FILE CARRIES A DATE - THE DATE ONLY EVER
000240*                      MOVES BY THE ROLL.
000250*
000260* RETURN CODES
000270*   00 - DATE ROLLED (OR LOADED)
000280*   08 - A REQUIRED STEP HAS NOT COMPLETED - DATE NOT ROLLED
000290*   16 - A REQUIRED DATASET COULD NOT BE OPENED, OR THE CONTROL
000300*        CARD WAS NOT VALID
000310*
000320* MODIFICATION HISTORY
000330* -----------------------------------------------------------
000340* 2026-10-15  NJL  INITIAL VERSION.
000350* 2026-10-15  NJL  CBTOPH AND CBTRTO ARE NOW REQUIRED BEFORE THE
000360*                  DATE ROLLS - BOTH READ TONIGHT'S FILES AND
000370*                  CANNOT BE RERUN FOR A NIGHT ONCE IT HAS ROLLED.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PROC-DATE
000430         ASSIGN TO PROCDATE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS EOD-PROCDATE-STATUS.
000460     SELECT EOD-RPT
000470         ASSIGN TO EODRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS EOD-PRINT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530* PROC-DATE - THE PROCESSING-DATE CONTROL FILE, ONE RECORD.
000540*****************************************************************
000550 FD  PROC-DATE
000560     RECORDING MODE IS F.
000570 01  PROC-DATE-RECORD.
000580     COPY PDTREC.
000590*****************************************************************
000600* EOD-RPT - ONE HEADER, ONE LINE PER STEP RECORDED FOR THE DATE,
000610* AND THE VERDICT.
000620*****************************************************************
000630 FD  EOD-RPT
000640     RECORDING MODE IS F.
000650 01  EOD-RPT-HEADER-LINE.
000660     05  FILLER                   PIC X(22)
000670                                 VALUE "CBTEOD END OF DAY FOR ".
000680     05  FILLER                   PIC X(01) VALUE SPACE.
000690     05  EOD-HDR-DATE             PIC X(10).
000700     05  FILLER                   PIC X(99) VALUE SPACES.
000710 01  EOD-RPT-STEP-LINE.
000720     05  FILLER                   PIC X(06) VALUE "STEP  ".
000730     05  EOD-STP-NAME             PIC X(08).
000740     05  FILLER                   PIC X(02) VALUE SPACES.
000750     05  EOD-STP-STATUS           PIC X(12).
000760     05  FILLER                   PIC X(05) VALUE " RC  ".
000770     05  EOD-STP-RC               PIC X(02).
000780     05  FILLER                   PIC X(07) VALUE "  AT   ".
000790     05  EOD-STP-TIME             PIC X(08).
000800     05  FILLER                   PIC X(02) VALUE SPACES.
000810     05  EOD-STP-FLAG             PIC X(24).
000820     05  FILLER                   PIC X(56) VALUE SPACES.
000830 01  EOD-RPT-VERDICT-LINE.
000840     05  EOD-VER-TEXT             PIC X(60).
000850     05  FILLER                   PIC X(72) VALUE SPACES.
000860*
000870 WORKING-STORAGE SECTION.
000880 77  EOD-PROCDATE-STATUS          PIC XX VALUE SPACES.
000890     88  EOD-PROCDATE-NOT-FOUND             VALUE "35".
000900 77  EOD-PRINT-STATUS             PIC XX VALUE SPACES.
000910     88  EOD-PRINT-NOT-FOUND                VALUE "35".
000920 77  EOD-LOADED-SWITCH            PIC X(01) VALUE "N".
000930     88  EOD-DATE-IS-LOADED                 VALUE "Y".
000940 77  EOD-READY-SWITCH             PIC X(01) VALUE "Y".
000950     88  EOD-NIGHT-IS-COMPLETE              VALUE "Y".
000960     88  EOD-NIGHT-NOT-COMPLETE             VALUE "N".
000970 77  EOD-FOUND-SWITCH             PIC X(01) VALUE "N".
000980     88  EOD-STEP-WAS-FOUND                 VALUE "Y".
000990 77  EOD-STEP-SUB                 PIC 9(3) COMP VALUE ZERO.
001000 77  EOD-STEP-HOLD                PIC 9(3) COMP VALUE ZERO.
001010 77  EOD-STEP-MAX                 PIC 9(3) COMP VALUE 20.
001020 77  EOD-REQ-SUB                  PIC 9(3) COMP VALUE ZERO.
001030 77  EOD-REQ-COUNT                PIC 9(3) COMP VALUE 5.
001040 77  EOD-DAYS-IN-MONTH            PIC 9(2) VALUE ZERO.
001050 77  EOD-LEAP-QUOTIENT            PIC 9(4) COMP VALUE ZERO.
001060 77  EOD-LEAP-REMAINDER           PIC 9(4) COMP VALUE ZERO.
001070 77  EOD-SEARCH-NAME              PIC X(08) VALUE SPACES.
001080 77  EOD-OLD-DATE                 PIC X(10) VALUE SPACES.
001090 01  EOD-CONTROL-CARD.
001100     05  EOD-CARD-ACTION          PIC X(04).
001110         88  EOD-ROLL-REQUESTED             VALUE "ROLL".
001120         88  EOD-SET-REQUESTED              VALUE "SET ".
001130     05  FILLER                   PIC X(01).
001140     05  EOD-CARD-DATE            PIC X(10).
001150     05  EOD-CARD-DATE-R REDEFINES EOD-CARD-DATE.
001160         10  EOD-CRD-YYYY         PIC 9(04).
001170         10  EOD-CRD-DASH1        PIC X(01).
001180         10  EOD-CRD-MM           PIC 9(02).
001190         10  EOD-CRD-DASH2        PIC X(01).
001200         10  EOD-CRD-DD           PIC 9(02).
001210     05  FILLER                   PIC X(65).
001220 01  EOD-NEW-DATE.
001230     05  EOD-NEW-YYYY             PIC 9(4).
001240     05  FILLER                   PIC X(1) VALUE "-".
001250     05  EOD-NEW-MM               PIC 9(2).
001260     05  FILLER                   PIC X(1) VALUE "-".
001270     05  EOD-NEW-DD               PIC 9(2).
001280*****************************************************************
001290* DAYS IN EACH MONTH - FEBRUARY IS ADJUSTED FOR LEAP YEARS.
001300*****************************************************************
001310 01  EOD-MONTH-VALUES             PIC X(24)
001320         VALUE "312831303130313130313031".
001330 01  EOD-MONTH-TABLE REDEFINES EOD-MONTH-VALUES.
001340     05  EOD-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001350*****************************************************************
001360* STEPS THAT MUST HAVE COMPLETED BEFORE THE DATE MAY ROLL.
001370*****************************************************************
001380 01  EOD-REQUIRED-VALUES.
001390     05  FILLER                   PIC X(08) VALUE "CBTEDIT ".
001400     05  FILLER                   PIC X(08) VALUE "CBTUT   ".
001410     05  FILLER                   PIC X(08) VALUE "CBTBAL  ".
001420     05  FILLER                   PIC X(08) VALUE "CBTOPH  ".
001430     05  FILLER                   PIC X(08) VALUE "CBTRTO  ".
001440 01  EOD-REQUIRED-TABLE REDEFINES EOD-REQUIRED-VALUES.
001450     05  EOD-REQUIRED-STEP OCCURS 5 TIMES PIC X(08).
001460*
001470 PROCEDURE DIVISION.
001480*****************************************************************
001490* 0000-MAINLINE
001500*****************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
001530     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
001540     PERFORM 1100-READ-PROCESSING-DATE THRU 1100-EXIT
001550     IF EOD-SET-REQUESTED
001560         PERFORM 3000-LOAD-FIRST-DATE THRU 3000-EXIT
001570         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001580         STOP RUN
001590     END-IF
001600     IF NOT EOD-DATE-IS-LOADED
001610         DISPLAY "CBTEOD - PROCDATE CARRIES NO BUSINESS DATE - "
001620             "LOAD ONE WITH THE SET CARD, RUN TERMINATED"
001630         MOVE 16 TO RETURN-CODE
001640         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001650         STOP RUN
001660     END-IF
001670     MOVE PDT-BUSINESS-DATE TO EOD-HDR-DATE
001680     WRITE EOD-RPT-HEADER-LINE
001690     PERFORM 2000-PRINT-STEPS THRU 2000-EXIT
001700     PERFORM 2100-CHECK-REQUIRED THRU 2100-EXIT
001710     IF EOD-NIGHT-NOT-COMPLETE
001720         MOVE "*** DATE NOT ROLLED - NIGHT IS NOT COMPLETE ***"
001730             TO EOD-VER-TEXT
001740         WRITE EOD-RPT-VERDICT-LINE
001750         DISPLAY "CBTEOD - " PDT-BUSINESS-DATE
001760             " IS NOT COMPLETE, DATE NOT ROLLED - SEE EODRPT"
001770         MOVE 8 TO RETURN-CODE
001780         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001790         STOP RUN
001800     END-IF
001810     PERFORM 4000-ROLL-DATE THRU 4000-EXIT
001820     MOVE SPACES TO EOD-VER-TEXT
001830     STRING "DATE ROLLED FROM " DELIMITED BY SIZE
001840         EOD-OLD-DATE DELIMITED BY SIZE
001850         " TO " DELIMITED BY SIZE
001860         EOD-NEW-DATE DELIMITED BY SIZE
001870         INTO EOD-VER-TEXT
001880     WRITE EOD-RPT-VERDICT-LINE
001890     DISPLAY "CBTEOD - " EOD-VER-TEXT
001900     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001910     STOP RUN.
001920*
001930*****************************************************************
001940* 1000-READ-CONTROL-CARD - ROLL, OR SET WITH A VALID DATE.
001950*****************************************************************
001960 1000-READ-CONTROL-CARD.
001970     MOVE SPACES TO EOD-CONTROL-CARD
001980     ACCEPT EOD-CONTROL-CARD
001990     IF EOD-ROLL-REQUESTED
002000         GO TO 1000-EXIT
002010     END-IF
002020     IF NOT EOD-SET-REQUESTED
002030         DISPLAY "CBTEOD - CONTROL CARD IS NOT ROLL OR SET, RUN "
002040             "TERMINATED"
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     IF EOD-CRD-YYYY NOT NUMERIC
002090        OR EOD-CRD-MM NOT NUMERIC
002100        OR EOD-CRD-DD NOT NUMERIC
002110        OR EOD-CRD-DASH1 NOT = "-"
002120        OR EOD-CRD-DASH2 NOT = "-"
002130        OR EOD-CRD-MM < 1 OR EOD-CRD-MM > 12
002140        OR EOD-CRD-DD < 1 OR EOD-CRD-DD > 31
002150         DISPLAY "CBTEOD - SET CARD DATE " EOD-CARD-DATE
002160             " IS NOT A VALID YYYY-MM-DD, RUN TERMINATED"
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220*
002230*****************************************************************
002240* 1050-OPEN-FILES
002250*****************************************************************
002260 1050-OPEN-FILES.
002270     OPEN INPUT PROC-DATE
002280     IF EOD-PROCDATE-NOT-FOUND
002290         DISPLAY "CBTEOD - PROCDATE DATASET NOT FOUND, RUN "
002300             "TERMINATED"
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF
002340     OPEN OUTPUT EOD-RPT
002350     IF EOD-PRINT-NOT-FOUND
002360         DISPLAY "CBTEOD - EODRPT DATASET NOT FOUND, RUN "
002370             "TERMINATED"
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410 1050-EXIT.
002420     EXIT.
002430*
002440*****************************************************************
002450* 1100-READ-PROCESSING-DATE - THE ONE CONTROL RECORD.  THE FILE
002460* STAYS OPEN INPUT UNTIL A ROLL OR A LOAD REPLACES IT WHOLE
002470* THROUGH AN OUTPUT OPEN.
002480*****************************************************************
002490 1100-READ-PROCESSING-DATE.
002500     READ PROC-DATE
002510         AT END
002520             CONTINUE
002530         NOT AT END
002540             IF PDT-BD-YYYY NUMERIC
002550                AND PDT-BD-MM NUMERIC
002560                AND PDT-BD-DD NUMERIC
002570                 SET EOD-DATE-IS-LOADED TO TRUE
002580             END-IF
002590     END-READ.
002600 1100-EXIT.
002610     EXIT.
002620*
002630*****************************************************************
002640* 2000-PRINT-STEPS - ONE LINE PER STEP RECORDED FOR THE DATE.
002650*****************************************************************
002660 2000-PRINT-STEPS.
002670     MOVE 1 TO EOD-STEP-SUB
002680     PERFORM 2010-PRINT-ONE-STEP THRU 2010-EXIT
002690         UNTIL EOD-STEP-SUB > EOD-STEP-MAX.
002700 2000-EXIT.
002710     EXIT.
002720*
002730 2010-PRINT-ONE-STEP.
002740     IF PDT-STEP-NAME (EOD-STEP-SUB) = SPACES
002750         ADD 1 TO EOD-STEP-SUB
002760         GO TO 2010-EXIT
002770     END-IF
002780     MOVE PDT-STEP-NAME (EOD-STEP-SUB) TO EOD-STP-NAME
002790     IF PDT-STEP-COMPLETE (EOD-STEP-SUB)
002800         MOVE "COMPLETE" TO EOD-STP-STATUS
002810     ELSE
002820         MOVE "NOT COMPLETE" TO EOD-STP-STATUS
002830     END-IF
002840     MOVE PDT-STEP-RC (EOD-STEP-SUB) TO EOD-STP-RC
002850     MOVE PDT-STEP-TIME (EOD-STEP-SUB) TO EOD-STP-TIME
002860     MOVE SPACES TO EOD-STP-FLAG
002870     WRITE EOD-RPT-STEP-LINE
002880     ADD 1 TO EOD-STEP-SUB.
002890 2010-EXIT.
002900     EXIT.
002910*
002920*****************************************************************
002930* 2100-CHECK-REQUIRED - EVERY REQUIRED STEP MUST BE COMPLETE.
002940* EACH ONE MISSING GETS ITS OWN REPORT LINE AND CONSOLE MESSAGE.
002950*****************************************************************
002960 2100-CHECK-REQUIRED.
002970     MOVE 1 TO EOD-REQ-SUB
002980     PERFORM 2110-CHECK-ONE-REQUIRED THRU 2110-EXIT
002990         UNTIL EOD-REQ-SUB > EOD-REQ-COUNT.
003000 2100-EXIT.
003010     EXIT.
003020*
003030 2110-CHECK-ONE-REQUIRED.
003040     MOVE EOD-REQUIRED-STEP (EOD-REQ-SUB) TO EOD-SEARCH-NAME
003050     ADD 1 TO EOD-REQ-SUB
003060     MOVE "N" TO EOD-FOUND-SWITCH
003070     MOVE 1 TO EOD-STEP-SUB
003080     PERFORM 2120-MATCH-STEP-ENTRY THRU 2120-EXIT
003090         UNTIL EOD-STEP-WAS-FOUND
003100         OR EOD-STEP-SUB > EOD-STEP-MAX
003110     IF EOD-STEP-WAS-FOUND
003120         IF PDT-STEP-COMPLETE (EOD-STEP-HOLD)
003130             GO TO 2110-EXIT
003140         END-IF
003150     END-IF
003160     SET EOD-NIGHT-NOT-COMPLETE TO TRUE
003170     DISPLAY "CBTEOD - REQUIRED STEP " EOD-SEARCH-NAME
003180         " HAS NOT COMPLETED FOR " PDT-BUSINESS-DATE
003190     MOVE EOD-SEARCH-NAME TO EOD-STP-NAME
003200     MOVE "NOT COMPLETE" TO EOD-STP-STATUS
003210     MOVE SPACES TO EOD-STP-RC
003220     MOVE SPACES TO EOD-STP-TIME
003230     MOVE "*** REQUIRED - NOT DONE" TO EOD-STP-FLAG
003240     WRITE EOD-RPT-STEP-LINE.
003250 2110-EXIT.
003260     EXIT.
003270*
003280 2120-MATCH-STEP-ENTRY.
003290     IF PDT-STEP-NAME (EOD-STEP-SUB) = EOD-SEARCH-NAME
003300         SET EOD-STEP-WAS-FOUND TO TRUE
003310         MOVE EOD-STEP-SUB TO EOD-STEP-HOLD
003320     END-IF
003330     ADD 1 TO EOD-STEP-SUB.
003340 2120-EXIT.
003350     EXIT.
003360*
003370*****************************************************************
003380* 3000-LOAD-FIRST-DATE - THE SET CARD.  ONLY AN EMPTY CONTROL
003390* FILE MAY BE LOADED - ONCE A DATE IS ON FILE IT MOVES ONLY BY
003400* THE ROLL.
003410*****************************************************************
003420 3000-LOAD-FIRST-DATE.
003430     IF EOD-DATE-IS-LOADED
003440         DISPLAY "CBTEOD - PROCDATE ALREADY CARRIES "
003450             PDT-BUSINESS-DATE " - SET CARD REFUSED, RUN "
003460             "TERMINATED"
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 3000-EXIT
003490     END-IF
003500     MOVE EOD-CARD-DATE TO EOD-NEW-DATE
003510     MOVE SPACES TO EOD-OLD-DATE
003520     PERFORM 4100-WRITE-CONTROL-RECORD THRU 4100-EXIT
003530     MOVE EOD-CARD-DATE TO EOD-HDR-DATE
003540     WRITE EOD-RPT-HEADER-LINE
003550     MOVE SPACES TO EOD-VER-TEXT
003560     STRING "PROCESSING DATE LOADED AS " DELIMITED BY SIZE
003570         EOD-CARD-DATE DELIMITED BY SIZE
003580         INTO EOD-VER-TEXT
003590     WRITE EOD-RPT-VERDICT-LINE
003600     DISPLAY "CBTEOD - " EOD-VER-TEXT.
003610 3000-EXIT.
003620     EXIT.
003630*
003640*****************************************************************
003650* 4000-ROLL-DATE - ONE CALENDAR DAY FORWARD, ACROSS MONTH AND
003660* YEAR ENDS, WITH FEBRUARY 29 IN A LEAP YEAR.  THE OLD DATE
003670* BECOMES THE PRIOR DATE AND THE STEP ENTRIES START EMPTY.
003680*****************************************************************
003690 4000-ROLL-DATE.
003700     MOVE PDT-BUSINESS-DATE TO EOD-OLD-DATE
003710     MOVE PDT-BD-YYYY TO EOD-NEW-YYYY
003720     MOVE PDT-BD-MM TO EOD-NEW-MM
003730     MOVE PDT-BD-DD TO EOD-NEW-DD
003740     MOVE EOD-MONTH-DAYS (EOD-NEW-MM) TO EOD-DAYS-IN-MONTH
003750     IF EOD-NEW-MM = 2
003760         PERFORM 4050-CHECK-LEAP-YEAR THRU 4050-EXIT
003770     END-IF
003780     ADD 1 TO EOD-NEW-DD
003790     IF EOD-NEW-DD > EOD-DAYS-IN-MONTH
003800         MOVE 1 TO EOD-NEW-DD
003810         ADD 1 TO EOD-NEW-MM
003820         IF EOD-NEW-MM > 12
003830             MOVE 1 TO EOD-NEW-MM
003840             ADD 1 TO EOD-NEW-YYYY
003850         END-IF
003860     END-IF
003870     PERFORM 4100-WRITE-CONTROL-RECORD THRU 4100-EXIT.
003880 4000-EXIT.
003890     EXIT.
003900*
003910 4050-CHECK-LEAP-YEAR.
003920     DIVIDE EOD-NEW-YYYY BY 4 GIVING EOD-LEAP-QUOTIENT
003930         REMAINDER EOD-LEAP-REMAINDER
003940     IF EOD-LEAP-REMAINDER NOT = ZERO
003950         GO TO 4050-EXIT
003960     END-IF
003970     DIVIDE EOD-NEW-YYYY BY 100 GIVING EOD-LEAP-QUOTIENT
003980         REMAINDER EOD-LEAP-REMAINDER
003990     IF EOD-LEAP-REMAINDER NOT = ZERO
004000         MOVE 29 TO EOD-DAYS-IN-MONTH
004010         GO TO 4050-EXIT
004020     END-IF
004030     DIVIDE EOD-NEW-YYYY BY 400 GIVING EOD-LEAP-QUOTIENT
004040         REMAINDER EOD-LEAP-REMAINDER
004050     IF EOD-LEAP-REMAINDER = ZERO
004060         MOVE 29 TO EOD-DAYS-IN-MONTH
004070     END-IF.
004080 4050-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120* 4100-WRITE-CONTROL-RECORD - REPLACE THE ONE RECORD WITH THE
004130* NEW DATE, THE OLD ONE AS ITS PRIOR AND NO STEPS COMPLETE.
004140*****************************************************************
004150 4100-WRITE-CONTROL-RECORD.
004160     CLOSE PROC-DATE
004170     OPEN OUTPUT PROC-DATE
004180     IF EOD-PROCDATE-NOT-FOUND
004190         DISPLAY "CBTEOD - PROCDATE DATASET NOT FOUND, RUN "
004200             "TERMINATED"
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     MOVE SPACES TO PROC-DATE-RECORD
004250     MOVE EOD-NEW-DATE TO PDT-BUSINESS-DATE
004260     MOVE EOD-OLD-DATE TO PDT-PRIOR-DATE
004270     WRITE PROC-DATE-RECORD.
004280 4100-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320* 9000-CLOSE-FILES
004330*****************************************************************
004340 9000-CLOSE-FILES.
004350     CLOSE PROC-DATE
004360     CLOSE EOD-RPT.
004370 9000-EXIT.
004380     EXIT.
