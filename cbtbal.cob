000230*   READ = PROCESSED + SUSPENDED     (RUNSTATS INTERNALLY)
000240*   SUSPENDED = SUSPOUT RECORD COUNT
000250*   PROCESSED = BATCHREG TRANS POSTED THAT NIGHT
000260*               + HELDBAT TRANS HELD THAT NIGHT
000270*   GRAND TOTAL = BATCHREG AMOUNT POSTED THAT NIGHT
000280*                 + HELDBAT AMOUNT HELD THAT NIGHT
000290*   BATCHREG AMOUNT = GLINTF DETAIL AMOUNTS = GLT-HASH-TOTAL
000300*   BATCHES POSTED = GLINTF DETAIL COUNT
000310*
000320* A REVERSAL NIGHT (DETECTED FROM THE BATCHREG REVERSED
000330* ANNOTATION AND THE GLINTF "R" DETAILS) PROVES ITS OWN LEGS
000340* INSTEAD - THE REVERSED BATCH KEEPS ITS ORIGINAL POSTED DATE,
000350* SO THE NORMAL POSTED-TONIGHT LEGS WOULD CRY WOLF ON A
000360* PERFECTLY CLEAN BACKOUT:
000370*   PROCESSED = REVERSED ENTRY'S TRANS COUNT
000380*   GRAND TOTAL = NEGATED REVERSED REGISTER AMOUNT
000390*   GLINTF "R" DETAILS = BATCHES REVERSED THAT NIGHT
000400*   GLINTF "R" AMOUNT = NEGATED REVERSED REGISTER AMOUNT
000410*   GLT-HASH-TOTAL PROVES THE FILE EITHER WAY
000420* RECORDS READ AND THE SUSPOUT FILE COUNT ARE INFORMATIONAL ON
000430* A REVERSAL NIGHT - THE RUN COUNTS PAST EVERY RECORD OF THE
000440* OTHER BATCHES ON THE SAVED TRANSCLN GENERATION, AND SUSPOUT
000450* HOLDS THE SUSPIN CHAIN PASSED THROUGH UNCOUNTED - BUT READ
000460* CAN NEVER BE LESS THAN PROCESSED PLUS SUSPENDED.
000470*
000480* RETURN CODES
000490*   00 - EVERY LEG TIES
000500*   04 - NO RUNSTATS RECORD - NOTHING TO BALANCE
000510*   08 - ONE OR MORE LEGS DO NOT TIE
000520*   16 - A REQUIRED DATASET COULD NOT BE OPENED
000530*
000540* MODIFICATION HISTORY
000550* -----------------------------------------------------------
000560* 2026-09-01  NJL  INITIAL VERSION.
000570* 2026-09-01  NJL  A REVERSAL NIGHT NOW PROVES ITS OWN LEGS
000580*                  FROM THE BATCHREG REVERSED ANNOTATION AND
000590*                  THE GLINTF "R" DETAILS - THE FIRST VERSION
000600*                  FLAGGED A CLEAN BACKOUT OUT-OF-BALANCE ON
000610*                  FIVE LEGS, WHICH IS EXACTLY WHEN THE PAGE
000620*                  MUST NOT CRY WOLF.  THE SUSPOUT FILE COUNT
000630*                  IS LIKEWISE INFORMATIONAL ON A REVERSAL
000640*                  NIGHT - THE FILE HOLDS THE SUSPIN CHAIN
000650*                  PASSED THROUGH UNCOUNTED, NOT SUSPENSIONS.
000660* 2026-10-15  NJL  THE BUSINESS DATE NOW COMES FROM THE PROCDATE
000670*                  CONTROL FILE THROUGH CBTDATE INSTEAD OF THE
000680*                  CLOCK.  THE STEP IS REFUSED WHEN A STEP IT
000690*                  DEPENDS ON HAS NOT COMPLETED FOR THE DATE, AND
000700*                  IS MARKED COMPLETE THERE WHEN IT ENDS BELOW 8.
000710* 2026-10-15  NJL  THE BATCHES CBTUT HELD OUT OF BALANCE ARE NOW A
000720*                  LEG OF THEIR OWN.  THEY ARE PROCESSED BUT NEVER
000730*                  REACH BATCHREG OR GLINTF, SO THE HELDBAT
000740*                  HEADERS FOR THE NIGHT ARE SWEPT AND THE
000750*                  REGISTER LEGS PROVE POSTED PLUS HELD AGAINST
000760*                  WHAT THE RUN PROCESSED.  A NIGHT THAT HELD A
000770*                  BATCH BALANCES INSTEAD OF CRYING WOLF ON TWO
000780*                  LEGS.
000790*****************************************************************
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT RUN-STATS
000840         ASSIGN TO RUNSTATS
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS BAL-STATS-STATUS.
000870     SELECT REJECT-IN
000880         ASSIGN TO REJECTS
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS BAL-REJECT-STATUS.
000910     SELECT SUSP-IN
000920         ASSIGN TO SUSPOUT
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS BAL-SUSP-STATUS.
000950     SELECT BATCH-REGISTER
000960         ASSIGN TO BATCHREG
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS SEQUENTIAL
000990         RECORD KEY IS BRG-BATCH-ID
001000         FILE STATUS IS BAL-REGISTER-STATUS.
001010     SELECT HELD-BATCH
001020         ASSIGN TO HELDBAT
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS SEQUENTIAL
001050         RECORD KEY IS HLD-KEY
001060         FILE STATUS IS BAL-HELD-STATUS.
001070     SELECT GL-INTERFACE
001080         ASSIGN TO GLINTF
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS BAL-GL-STATUS.
001110     SELECT BALANCE-RPT
001120         ASSIGN TO BALRPT
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS BAL-PRINT-STATUS.
001150 DATA DIVISION.
001160 FILE SECTION.
001170*****************************************************************
001180* RUN-STATS - THE HISTORY FILE CBTUT APPENDS TO.  THE LAST
001190* RECORD ON FILE IS THE NIGHT BEING BALANCED.
001200*****************************************************************
001210 FD  RUN-STATS
001220     RECORDING MODE IS F.
001230 01  RUN-STATS-RECORD.
001240     COPY STAREC.
001250*****************************************************************
001260* REJECT-IN - THE NIGHT'S CBTEDIT REJECT FILE.
001270*****************************************************************
001280 FD  REJECT-IN
001290     RECORDING MODE IS F.
001300 01  REJECT-IN-RECORD.
001310     05  REJ-RECORD-IMAGE         PIC X(24).
001320     05  REJ-REASON-CODE          PIC X(02).
001330*****************************************************************
001340* SUSP-IN - THE NIGHT'S SUSPENSE OUTPUT.
001350*****************************************************************
001360 FD  SUSP-IN
001370     RECORDING MODE IS F.
001380 01  SUSP-IN-RECORD.
001390     05  SUI-RECORD-IMAGE         PIC X(24).
001400     05  SUI-REASON-CODE          PIC X(02).
001410     05  SUI-DATE-SUSPENDED       PIC X(10).
001420     05  SUI-CYCLE-COUNT          PIC 9(02).
001430*****************************************************************
001440* BATCH-REGISTER - THE PROCESSED-BATCH REGISTER (SEE BRGREC),
001450* SWEPT IN KEY ORDER FOR THE ENTRIES POSTED THE NIGHT BEING
001460* BALANCED.
001470*****************************************************************
001480 FD  BATCH-REGISTER
001490     RECORDING MODE IS F.
001500 01  BATCH-REGISTER-RECORD.
001510     COPY BRGREC.
001520*****************************************************************
001530* HELD-BATCH - THE HELD-BATCH HEADERS (SEE HLDREC), SWEPT FOR
001540* THE BATCHES CBTUT HELD THE NIGHT BEING BALANCED.
001550*****************************************************************
001560 FD  HELD-BATCH
001570     RECORDING MODE IS F.
001580 01  HELD-BATCH-RECORD.
001590     COPY HLDREC.
001600*****************************************************************
001610* GL-INTERFACE - THE GLINTF GENERATION CUT FOR THE NIGHT (SEE
001620* GLIREC).  AN EMPTY FILE MEANS THE RUN WAS NOT CLEAN AND
001630* NOTHING POSTED.
001640*****************************************************************
001650 FD  GL-INTERFACE
001660     RECORDING MODE IS F.
001670     COPY GLIREC.
001680*****************************************************************
001690* BALANCE-RPT - THE ONE PAGE: A HEADER, ONE LINE PER FIGURE,
001700* ONE LINE PER LEG PROVED, AND THE VERDICT.
001710*****************************************************************
001720 FD  BALANCE-RPT
001730     RECORDING MODE IS F.
001740 01  BAL-RPT-HEADER-LINE.
001750     05  FILLER                   PIC X(19)
001760                                   VALUE "CBTBAL BALANCE FOR ".
001770     05  BAL-HDR-DATE             PIC X(10).
001780     05  FILLER                   PIC X(103) VALUE SPACES.
001790 01  BAL-RPT-FIGURE-LINE.
001800     05  BAL-FIG-LABEL            PIC X(32).
001810     05  BAL-FIG-VALUE            PIC X(14).
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  BAL-FIG-FLAG             PIC X(24).
001840     05  FILLER                   PIC X(60) VALUE SPACES.
001850 01  BAL-RPT-VERDICT-LINE.
001860     05  BAL-VER-TEXT             PIC X(40).
001870     05  FILLER                   PIC X(92) VALUE SPACES.
001880*
001890 WORKING-STORAGE SECTION.
001900 77  BAL-STATS-STATUS             PIC XX VALUE SPACES.
001910     88  BAL-STATS-NOT-FOUND                VALUE "35".
001920 77  BAL-REJECT-STATUS            PIC XX VALUE SPACES.
001930     88  BAL-REJECT-NOT-FOUND               VALUE "35".
001940 77  BAL-SUSP-STATUS              PIC XX VALUE SPACES.
001950     88  BAL-SUSP-NOT-FOUND                 VALUE "35".
001960 77  BAL-REGISTER-STATUS          PIC XX VALUE SPACES.
001970     88  BAL-REGISTER-NOT-FOUND             VALUE "35".
001980 77  BAL-HELD-STATUS              PIC XX VALUE SPACES.
001990     88  BAL-HELD-NOT-FOUND                 VALUE "35".
002000 77  BAL-GL-STATUS                PIC XX VALUE SPACES.
002010     88  BAL-GL-NOT-FOUND                   VALUE "35".
002020 77  BAL-PRINT-STATUS             PIC XX VALUE SPACES.
002030     88  BAL-PRINT-NOT-FOUND                VALUE "35".
002040 77  BAL-STATS-EOF-SWITCH         PIC X(01) VALUE "N".
002050     88  BAL-END-OF-STATS                   VALUE "Y".
002060 77  BAL-REJECT-EOF-SWITCH        PIC X(01) VALUE "N".
002070     88  BAL-END-OF-REJECTS                 VALUE "Y".
002080 77  BAL-SUSP-EOF-SWITCH          PIC X(01) VALUE "N".
002090     88  BAL-END-OF-SUSPENSE                VALUE "Y".
002100 77  BAL-REG-EOF-SWITCH           PIC X(01) VALUE "N".
002110     88  BAL-END-OF-REGISTER                VALUE "Y".
002120 77  BAL-HELD-EOF-SWITCH          PIC X(01) VALUE "N".
002130     88  BAL-END-OF-HELD                    VALUE "Y".
002140 77  BAL-GL-EOF-SWITCH            PIC X(01) VALUE "N".
002150     88  BAL-END-OF-GL-FILE                 VALUE "Y".
002160 77  BAL-RUN-FOUND-SWITCH         PIC X(01) VALUE "N".
002170     88  BAL-RUN-WAS-FOUND                  VALUE "Y".
002180 77  BAL-BALANCE-SWITCH           PIC X(01) VALUE "Y".
002190     88  BAL-NIGHT-BALANCED                 VALUE "Y".
002200     88  BAL-NIGHT-OUT-OF-BALANCE           VALUE "N".
002210 77  BAL-REJECT-COUNT             PIC 9(7) COMP VALUE ZERO.
002220 77  BAL-SUSP-COUNT               PIC 9(7) COMP VALUE ZERO.
002230 77  BAL-REG-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
002240 77  BAL-REG-TRANS-COUNT          PIC 9(7) COMP VALUE ZERO.
002250 77  BAL-REG-REVERSAL-COUNT       PIC 9(7) COMP VALUE ZERO.
002260 77  BAL-REG-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
002270 77  BAL-HELD-BATCH-COUNT         PIC 9(7) COMP VALUE ZERO.
002280 77  BAL-HELD-TRANS-COUNT         PIC 9(7) COMP VALUE ZERO.
002290 77  BAL-HELD-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
002300 77  BAL-POSTED-HELD-COUNT        PIC 9(7) COMP VALUE ZERO.
002310 77  BAL-POSTED-HELD-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
002320 77  BAL-GL-DETAIL-COUNT          PIC 9(7) COMP VALUE ZERO.
002330 77  BAL-GL-AMOUNT                PIC S9(11)V99 COMP-3 VALUE ZERO.
002340 77  BAL-GL-TRAILER-HASH          PIC S9(11)V99 COMP-3 VALUE ZERO.
002350 77  BAL-GL-TRAILER-COUNT         PIC 9(7) COMP VALUE ZERO.
002360 77  BAL-GL-CUT-SWITCH            PIC X(01) VALUE "N".
002370     88  BAL-GL-WAS-CUT                     VALUE "Y".
002380 77  BAL-EXPECTED-COUNT           PIC 9(7) COMP VALUE ZERO.
002390 77  BAL-RUN-GRAND-TOTAL          PIC S9(7)V99 COMP-3 VALUE ZERO.
002400 77  BAL-REVERSAL-SWITCH          PIC X(01) VALUE "N".
002410     88  BAL-REVERSAL-NIGHT                 VALUE "Y".
002420 77  BAL-REV-TRANS-COUNT          PIC 9(7) COMP VALUE ZERO.
002430 77  BAL-REV-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
002440 77  BAL-NEG-REV-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
002450 77  BAL-GL-REV-COUNT             PIC 9(7) COMP VALUE ZERO.
002460 77  BAL-GL-REV-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
002470 77  BAL-SKIPPED-COUNT            PIC S9(7) COMP VALUE ZERO.
002480 77  BAL-EDIT-COUNT               PIC ZZZ,ZZ9.
002490 77  BAL-EDIT-AMOUNT              PIC -(9)9.99.
002500 01  BAL-RUN-RECORD.
002510     COPY STAREC REPLACING LEADING ==STA== BY ==RUN==.
002520 01  BAL-PDATE-AREA.
002530     COPY PDTPARM.
002540*
002550 PROCEDURE DIVISION.
002560*****************************************************************
002570* 0000-MAINLINE
002580*****************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1005-BEGIN-PROCESSING-STEP THRU 1005-EXIT
002610     PERFORM 1050-OPEN-FILES THRU 1050-EXIT
002620     PERFORM 1100-FIND-LAST-RUN THRU 1100-EXIT
002630     IF NOT BAL-RUN-WAS-FOUND
002640         DISPLAY "CBTBAL - NO RUNSTATS RECORD FOR "
002650             PDP-BUSINESS-DATE ", NOTHING TO BALANCE"
002660         MOVE 4 TO RETURN-CODE
002670         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002680         STOP RUN
002690     END-IF
002700     PERFORM 2000-COUNT-REJECTS THRU 2000-EXIT
002710     PERFORM 3000-COUNT-SUSPENSE THRU 3000-EXIT
002720     PERFORM 4000-SWEEP-REGISTER THRU 4000-EXIT
002730     PERFORM 4500-SWEEP-HELD-BATCHES THRU 4500-EXIT
002740     PERFORM 5000-READ-GL-INTERFACE THRU 5000-EXIT
002750     IF BAL-REG-REVERSAL-COUNT > ZERO
002760        OR BAL-GL-REV-COUNT > ZERO
002770         SET BAL-REVERSAL-NIGHT TO TRUE
002780     END-IF
002790     PERFORM 7000-PRINT-BALANCE-PAGE THRU 7000-EXIT
002800     IF BAL-NIGHT-OUT-OF-BALANCE
002810         DISPLAY "CBTBAL - NIGHT DOES NOT BALANCE - SEE BALRPT"
002820         MOVE 8 TO RETURN-CODE
002830     ELSE
002840         DISPLAY "CBTBAL - NIGHT BALANCED ACROSS EVERY LEG"
002850     END-IF
002860     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002870     PERFORM 8900-END-PROCESSING-STEP THRU 8900-EXIT
002880     STOP RUN.
002890*
002900*****************************************************************
002910* 1005-BEGIN-PROCESSING-STEP - THE BUSINESS DATE COMES FROM THE
002920* PROCDATE CONTROL FILE THROUGH CBTDATE, NEVER FROM THE CLOCK, SO
002930* A NIGHT THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL
002940* CARRIES ITS OWN DATE.  CBTDATE REFUSES THE STEP WHEN A STEP IT
002950* DEPENDS ON HAS NOT COMPLETED FOR THAT DATE.
002960*****************************************************************
002970 1005-BEGIN-PROCESSING-STEP.
002980     SET PDP-BEGIN-STEP TO TRUE
002990     MOVE "CBTBAL" TO PDP-STEP-NAME
003000     CALL "CBTDATE" USING BAL-PDATE-AREA
003010     IF PDP-MESSAGE NOT = SPACES
003020         DISPLAY "CBTBAL - " PDP-MESSAGE
003030     END-IF
003040     IF PDP-REQUEST-REFUSED
003050         DISPLAY "CBTBAL - STEP REFUSED BY PROCESSING "
003060             "DATE CONTROL, RUN TERMINATED"
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100 1005-EXIT.
003110     EXIT.
003120*
003130*****************************************************************
003140* 1050-OPEN-FILES - OPEN EVERYTHING UP FRONT AND STATUS-CHECK
003150* EACH OPEN.
003160*****************************************************************
003170 1050-OPEN-FILES.
003180     OPEN INPUT RUN-STATS
003190     IF BAL-STATS-NOT-FOUND
003200         DISPLAY "CBTBAL - RUNSTATS DATASET NOT FOUND, RUN "
003210             "TERMINATED"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF
003250     OPEN INPUT REJECT-IN
003260     IF BAL-REJECT-NOT-FOUND
003270         DISPLAY "CBTBAL - REJECTS DATASET NOT FOUND, RUN "
003280             "TERMINATED"
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320     OPEN INPUT SUSP-IN
003330     IF BAL-SUSP-NOT-FOUND
003340         DISPLAY "CBTBAL - SUSPOUT DATASET NOT FOUND, RUN "
003350             "TERMINATED"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     OPEN INPUT BATCH-REGISTER
003400     IF BAL-REGISTER-NOT-FOUND
003410         DISPLAY "CBTBAL - BATCHREG DATASET NOT FOUND, RUN "
003420             "TERMINATED"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     OPEN INPUT HELD-BATCH
003470     IF BAL-HELD-NOT-FOUND
003480         DISPLAY "CBTBAL - NO HELDBAT FILE, NOTHING HELD"
003490         SET BAL-END-OF-HELD TO TRUE
003500     END-IF
003510     OPEN INPUT GL-INTERFACE
003520     IF BAL-GL-NOT-FOUND
003530         DISPLAY "CBTBAL - NO GLINTF GENERATION PRESENT"
003540     END-IF
003550     OPEN OUTPUT BALANCE-RPT
003560     IF BAL-PRINT-NOT-FOUND
003570         DISPLAY "CBTBAL - BALRPT DATASET NOT FOUND, RUN "
003580             "TERMINATED"
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620 1050-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660* 1100-FIND-LAST-RUN - READ RUNSTATS THROUGH AND KEEP THE LAST
003670* RECORD - THAT IS THE NIGHT BEING BALANCED.  ONLY RUNS STAMPED
003680* WITH THE BUSINESS DATE COUNT, SO A MORNING RERUN AFTER THE
003690* DATE HAS ROLLED NEVER BALANCES THE WRONG NIGHT.
003700*****************************************************************
003710 1100-FIND-LAST-RUN.
003720     PERFORM 1110-READ-ONE-RUN THRU 1110-EXIT
003730         UNTIL BAL-END-OF-STATS.
003740 1100-EXIT.
003750     EXIT.
003760*
003770 1110-READ-ONE-RUN.
003780     READ RUN-STATS
003790         AT END
003800             SET BAL-END-OF-STATS TO TRUE
003810             GO TO 1110-EXIT
003820     END-READ
003830     IF STA-RUN-DATE NOT = PDP-BUSINESS-DATE
003840         GO TO 1110-EXIT
003850     END-IF
003860     MOVE RUN-STATS-RECORD TO BAL-RUN-RECORD
003870     SET BAL-RUN-WAS-FOUND TO TRUE.
003880 1110-EXIT.
003890     EXIT.
003900*
003910*****************************************************************
003920* 2000-COUNT-REJECTS - HOW MANY RECORDS THE FRONT EDIT TURNED
003930* AWAY.  THE REJECT LEG STANDS ON ITS OWN - A REJECTED RECORD
003940* NEVER REACHED CBTUT, SO IT IS REPORTED, NOT PROVED.
003950*****************************************************************
003960 2000-COUNT-REJECTS.
003970     PERFORM 2010-READ-ONE-REJECT THRU 2010-EXIT
003980         UNTIL BAL-END-OF-REJECTS.
003990 2000-EXIT.
004000     EXIT.
004010*
004020 2010-READ-ONE-REJECT.
004030     READ REJECT-IN
004040         AT END
004050             SET BAL-END-OF-REJECTS TO TRUE
004060             GO TO 2010-EXIT
004070     END-READ
004080     ADD 1 TO BAL-REJECT-COUNT.
004090 2010-EXIT.
004100     EXIT.
004110*
004120*****************************************************************
004130* 3000-COUNT-SUSPENSE - HOW MANY RECORDS THE NIGHT LEFT IN
004140* SUSPENSE, PROVED AGAINST THE RUNSTATS SUSPENSE COUNT.
004150*****************************************************************
004160 3000-COUNT-SUSPENSE.
004170     PERFORM 3010-READ-ONE-SUSPENSE THRU 3010-EXIT
004180         UNTIL BAL-END-OF-SUSPENSE.
004190 3000-EXIT.
004200     EXIT.
004210*
004220 3010-READ-ONE-SUSPENSE.
004230     READ SUSP-IN
004240         AT END
004250             SET BAL-END-OF-SUSPENSE TO TRUE
004260             GO TO 3010-EXIT
004270     END-READ
004280     ADD 1 TO BAL-SUSP-COUNT.
004290 3010-EXIT.
004300     EXIT.
004310*
004320*****************************************************************
004330* 4000-SWEEP-REGISTER - SUM THE BATCHREG ENTRIES POSTED THE
004340* NIGHT BEING BALANCED, AND COUNT THE REVERSALS ANNOTATED THAT
004350* NIGHT.
004360*****************************************************************
004370 4000-SWEEP-REGISTER.
004380     PERFORM 4010-READ-ONE-REGISTER THRU 4010-EXIT
004390         UNTIL BAL-END-OF-REGISTER.
004400 4000-EXIT.
004410     EXIT.
004420*
004430 4010-READ-ONE-REGISTER.
004440     READ BATCH-REGISTER
004450         AT END
004460             SET BAL-END-OF-REGISTER TO TRUE
004470             GO TO 4010-EXIT
004480     END-READ
004490     IF BRG-DATE-PROCESSED = RUN-RUN-DATE
004500         ADD 1 TO BAL-REG-BATCH-COUNT
004510         ADD BRG-TRANS-COUNT TO BAL-REG-TRANS-COUNT
004520         ADD BRG-AMOUNT TO BAL-REG-AMOUNT
004530             ON SIZE ERROR
004540                 DISPLAY "CBTBAL - REGISTER AMOUNT OVERFLOW, "
004550                     "RUN TERMINATED"
004560                 MOVE 16 TO RETURN-CODE
004570                 STOP RUN
004580         END-ADD
004590     END-IF
004600     IF BRG-REVERSED-FLAG = "Y"
004610        AND BRG-DATE-REVERSED = RUN-RUN-DATE
004620         ADD 1 TO BAL-REG-REVERSAL-COUNT
004630         ADD BRG-TRANS-COUNT TO BAL-REV-TRANS-COUNT
004640         ADD BRG-AMOUNT TO BAL-REV-AMOUNT
004650             ON SIZE ERROR
004660                 DISPLAY "CBTBAL - REVERSED AMOUNT OVERFLOW, "
004670                     "RUN TERMINATED"
004680                 MOVE 16 TO RETURN-CODE
004690                 STOP RUN
004700         END-ADD
004710     END-IF.
004720 4010-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760* 4500-SWEEP-HELD-BATCHES - SUM THE BATCHES CBTUT HELD OUT OF
004770* BALANCE THE NIGHT BEING BALANCED, WHATEVER HAS HAPPENED TO
004780* THE HOLD SINCE.  THEIR ITEMS WERE PROCESSED BUT NEVER POSTED.
004790*****************************************************************
004800 4500-SWEEP-HELD-BATCHES.
004810     PERFORM 4510-READ-ONE-HELD THRU 4510-EXIT
004820         UNTIL BAL-END-OF-HELD.
004830 4500-EXIT.
004840     EXIT.
004850*
004860 4510-READ-ONE-HELD.
004870     READ HELD-BATCH
004880         AT END
004890             SET BAL-END-OF-HELD TO TRUE
004900             GO TO 4510-EXIT
004910     END-READ
004920     IF HLD-DATE-HELD = RUN-RUN-DATE
004930         ADD 1 TO BAL-HELD-BATCH-COUNT
004940         ADD HLD-TRANS-COUNT TO BAL-HELD-TRANS-COUNT
004950         ADD HLD-COMPUTED-TOTAL TO BAL-HELD-AMOUNT
004960             ON SIZE ERROR
004970                 DISPLAY "CBTBAL - HELD AMOUNT OVERFLOW, "
004980                     "RUN TERMINATED"
004990                 MOVE 16 TO RETURN-CODE
005000                 STOP RUN
005010         END-ADD
005020     END-IF.
005030 4510-EXIT.
005040     EXIT.
005050*
005060*****************************************************************
005070* 5000-READ-GL-INTERFACE - SUM THE DETAILS AND CAPTURE THE
005080* TRAILER OF THE GENERATION WE CUT.  AN ABSENT OR EMPTY FILE
005090* MEANS THE RUN WAS NOT CLEAN AND NOTHING POSTED.
005100*****************************************************************
005110 5000-READ-GL-INTERFACE.
005120     IF BAL-GL-NOT-FOUND
005130         GO TO 5000-EXIT
005140     END-IF
005150     PERFORM 5010-READ-ONE-GL THRU 5010-EXIT
005160         UNTIL BAL-END-OF-GL-FILE.
005170 5000-EXIT.
005180     EXIT.
005190*
005200 5010-READ-ONE-GL.
005210     READ GL-INTERFACE
005220         AT END
005230             SET BAL-END-OF-GL-FILE TO TRUE
005240             GO TO 5010-EXIT
005250     END-READ
005260     IF GLH-RECORD-TYPE = "H"
005270         SET BAL-GL-WAS-CUT TO TRUE
005280         GO TO 5010-EXIT
005290     END-IF
005300     IF GLD-RECORD-TYPE = "D" OR GLD-RECORD-TYPE = "R"
005310         ADD 1 TO BAL-GL-DETAIL-COUNT
005320         ADD GLD-AMOUNT TO BAL-GL-AMOUNT
005330             ON SIZE ERROR
005340                 DISPLAY "CBTBAL - GL AMOUNT OVERFLOW, RUN "
005350                     "TERMINATED"
005360                 MOVE 16 TO RETURN-CODE
005370                 STOP RUN
005380         END-ADD
005390         IF GLD-RECORD-TYPE = "R"
005400             ADD 1 TO BAL-GL-REV-COUNT
005410             ADD GLD-AMOUNT TO BAL-GL-REV-AMOUNT
005420                 ON SIZE ERROR
005430                     DISPLAY "CBTBAL - GL AMOUNT OVERFLOW, RUN "
005440                         "TERMINATED"
005450                     MOVE 16 TO RETURN-CODE
005460                     STOP RUN
005470             END-ADD
005480         END-IF
005490         GO TO 5010-EXIT
005500     END-IF
005510     IF GLT-RECORD-TYPE = "T"
005520         MOVE GLT-RECORD-COUNT TO BAL-GL-TRAILER-COUNT
005530         MOVE GLT-HASH-TOTAL TO BAL-GL-TRAILER-HASH
005540     END-IF.
005550 5010-EXIT.
005560     EXIT.
005570*
005580*****************************************************************
005590* 7000-PRINT-BALANCE-PAGE - THE ONE PAGE.  EVERY FIGURE, THEN
005600* EVERY LEG PROVED, THEN THE VERDICT.
005610*****************************************************************
005620 7000-PRINT-BALANCE-PAGE.
005630     MOVE RUN-RUN-DATE TO BAL-HDR-DATE
005640     WRITE BAL-RPT-HEADER-LINE
005650     MOVE RUN-RECORDS-READ TO BAL-EDIT-COUNT
005660     MOVE "RECORDS READ (CBTUT)" TO BAL-FIG-LABEL
005670     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
005680     MOVE SPACES TO BAL-FIG-FLAG
005690     WRITE BAL-RPT-FIGURE-LINE
005700     MOVE BAL-REJECT-COUNT TO BAL-EDIT-COUNT
005710     MOVE "RECORDS REJECTED (CBTEDIT)" TO BAL-FIG-LABEL
005720     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
005730     MOVE "NEVER REACHED CBTUT" TO BAL-FIG-FLAG
005740     WRITE BAL-RPT-FIGURE-LINE
005750     MOVE RUN-BATCH-COUNT TO BAL-EDIT-COUNT
005760     MOVE "RECORDS PROCESSED" TO BAL-FIG-LABEL
005770     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
005780     MOVE SPACES TO BAL-FIG-FLAG
005790     WRITE BAL-RPT-FIGURE-LINE
005800     MOVE RUN-SUSPENSE-COUNT TO BAL-EDIT-COUNT
005810     MOVE "RECORDS SUSPENDED" TO BAL-FIG-LABEL
005820     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
005830     MOVE SPACES TO BAL-FIG-FLAG
005840     WRITE BAL-RPT-FIGURE-LINE
005850*    LEG 1 - EVERY RECORD READ EITHER PROCESSED OR SUSPENDED.
005860*    A REVERSAL RUN ALSO COUNTS PAST EVERY RECORD OF THE OTHER
005870*    BATCHES ON THE SAVED TRANSCLN GENERATION, SO THERE THE LEG
005880*    ONLY PROVES THAT NOTHING WENT MISSING (READ CAN NEVER BE
005890*    LESS THAN PROCESSED PLUS SUSPENDED).
005900     COMPUTE BAL-EXPECTED-COUNT =
005910         RUN-BATCH-COUNT + RUN-SUSPENSE-COUNT
005920     IF BAL-REVERSAL-NIGHT
005930         COMPUTE BAL-SKIPPED-COUNT =
005940             RUN-RECORDS-READ - BAL-EXPECTED-COUNT
005950         MOVE BAL-SKIPPED-COUNT TO BAL-EDIT-COUNT
005960         MOVE "RECORDS SKIPPED (OTHER BATCHES)" TO BAL-FIG-LABEL
005970         MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
005980         IF BAL-SKIPPED-COUNT < ZERO
005990             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
006000             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
006010         ELSE
006020             MOVE "REVERSAL RUN" TO BAL-FIG-FLAG
006030         END-IF
006040     ELSE
006050         MOVE "READ = PROCESSED + SUSPENDED" TO BAL-FIG-LABEL
006060         MOVE SPACES TO BAL-FIG-VALUE
006070         IF RUN-RECORDS-READ = BAL-EXPECTED-COUNT
006080             MOVE "PROVED" TO BAL-FIG-FLAG
006090         ELSE
006100             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
006110             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
006120         END-IF
006130     END-IF
006140     WRITE BAL-RPT-FIGURE-LINE
006150*    LEG 2 - THE SUSPENSE FILE HOLDS WHAT THE RUN SAID IT
006160*    SUSPENDED.  A REVERSAL RUN SUSPENDS NOTHING (IT TERMINATES
006170*    INSTEAD) BUT COPIES THE WHOLE SUSPIN CHAIN THROUGH TO
006180*    SUSPOUT UNCOUNTED, SO THERE THE FILE COUNT IS ALL
006190*    PASS-THROUGH AND ONLY INFORMATIONAL.
006200     MOVE BAL-SUSP-COUNT TO BAL-EDIT-COUNT
006210     MOVE "SUSPOUT RECORDS ON FILE" TO BAL-FIG-LABEL
006220     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
006230     IF BAL-REVERSAL-NIGHT
006240         MOVE "PASSED THRU-REVERSAL RUN" TO BAL-FIG-FLAG
006250     ELSE
006260         IF BAL-SUSP-COUNT = RUN-SUSPENSE-COUNT
006270             MOVE "PROVED" TO BAL-FIG-FLAG
006280         ELSE
006290             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
006300             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
006310         END-IF
006320     END-IF
006330     WRITE BAL-RPT-FIGURE-LINE
006340     MOVE RUN-GRAND-TOTAL TO BAL-RUN-GRAND-TOTAL
006350     IF BAL-REVERSAL-NIGHT
006360         PERFORM 7050-PRINT-REVERSAL-LEGS THRU 7050-EXIT
006370     ELSE
006380         PERFORM 7040-PRINT-NORMAL-LEGS THRU 7040-EXIT
006390     END-IF
006400     PERFORM 7100-PRINT-GL-LEGS THRU 7100-EXIT
006410     MOVE BAL-REG-REVERSAL-COUNT TO BAL-EDIT-COUNT
006420     MOVE "BATCHES REVERSED TONIGHT" TO BAL-FIG-LABEL
006430     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
006440     MOVE SPACES TO BAL-FIG-FLAG
006450     WRITE BAL-RPT-FIGURE-LINE
006460     IF BAL-NIGHT-OUT-OF-BALANCE
006470         MOVE "*** NIGHT DOES NOT BALANCE - RESEARCH ***"
006480             TO BAL-VER-TEXT
006490     ELSE
006500         MOVE "NIGHT BALANCED ACROSS EVERY LEG"
006510             TO BAL-VER-TEXT
006520     END-IF
006530     WRITE BAL-RPT-VERDICT-LINE.
006540 7000-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580* 7040-PRINT-NORMAL-LEGS - THE REGISTER LEGS OF AN ORDINARY
006590* NIGHT: EVERY TRANSACTION AND EVERY DOLLAR PROCESSED IS ON A
006600* BATCHREG ENTRY POSTED THAT NIGHT OR ON A BATCH HELD THAT NIGHT.
006610*****************************************************************
006620 7040-PRINT-NORMAL-LEGS.
006630     MOVE BAL-HELD-BATCH-COUNT TO BAL-EDIT-COUNT
006640     MOVE "BATCHES HELD OUT OF BALANCE" TO BAL-FIG-LABEL
006650     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
006660     MOVE SPACES TO BAL-FIG-FLAG
006670     IF BAL-HELD-BATCH-COUNT > ZERO
006680         MOVE "SEE CBTHREL REPORT" TO BAL-FIG-FLAG
006690     END-IF
006700     WRITE BAL-RPT-FIGURE-LINE
006710     MOVE BAL-HELD-TRANS-COUNT TO BAL-EDIT-COUNT
006720     MOVE "HELDBAT TRANS HELD" TO BAL-FIG-LABEL
006730     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
006740     MOVE SPACES TO BAL-FIG-FLAG
006750     WRITE BAL-RPT-FIGURE-LINE
006760     MOVE BAL-HELD-AMOUNT TO BAL-EDIT-AMOUNT
006770     MOVE "HELDBAT AMOUNT HELD" TO BAL-FIG-LABEL
006780     MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
006790     WRITE BAL-RPT-FIGURE-LINE
006800*    LEG 3 - THE REGISTER AND THE HELD BATCHES BETWEEN THEM HOLD
006810*    EVERY TRANSACTION PROCESSED.
006820     COMPUTE BAL-POSTED-HELD-COUNT =
006830         BAL-REG-TRANS-COUNT + BAL-HELD-TRANS-COUNT
006840     MOVE BAL-REG-TRANS-COUNT TO BAL-EDIT-COUNT
006850     MOVE "BATCHREG TRANS POSTED" TO BAL-FIG-LABEL
006860     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
006870     IF BAL-POSTED-HELD-COUNT = RUN-BATCH-COUNT
006880         MOVE "PROVED" TO BAL-FIG-FLAG
006890     ELSE
006900         MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
006910         SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
006920     END-IF
006930     WRITE BAL-RPT-FIGURE-LINE
006940*    LEG 4 - THE REGISTER AMOUNT PLUS THE HELD AMOUNT IS THE
006950*    GRAND TOTAL.
006960     COMPUTE BAL-POSTED-HELD-AMOUNT =
006970         BAL-REG-AMOUNT + BAL-HELD-AMOUNT
006980     MOVE BAL-REG-AMOUNT TO BAL-EDIT-AMOUNT
006990     MOVE "BATCHREG AMOUNT POSTED" TO BAL-FIG-LABEL
007000     MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
007010     IF BAL-POSTED-HELD-AMOUNT = BAL-RUN-GRAND-TOTAL
007020         MOVE "PROVED" TO BAL-FIG-FLAG
007030     ELSE
007040         MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007050         SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007060     END-IF
007070     WRITE BAL-RPT-FIGURE-LINE.
007080 7040-EXIT.
007090     EXIT.
007100*
007110*****************************************************************
007120* 7050-PRINT-REVERSAL-LEGS - THE REGISTER LEGS OF A REVERSAL
007130* NIGHT.  THE REVERSED BATCH KEEPS ITS ORIGINAL POSTED DATE, SO
007140* THE PROOF RUNS AGAINST THE ENTRY ANNOTATED AS REVERSED THAT
007150* NIGHT: ITS TRANS COUNT IS WHAT THE RUN PROCESSED AND ITS
007160* AMOUNT, NEGATED, IS THE RUN'S GRAND TOTAL.
007170*****************************************************************
007180 7050-PRINT-REVERSAL-LEGS.
007190*    LEG 3 - EVERY REVERSED TRANSACTION WAS PROCESSED.
007200     MOVE BAL-REV-TRANS-COUNT TO BAL-EDIT-COUNT
007210     MOVE "REVERSED TRANS PROCESSED" TO BAL-FIG-LABEL
007220     MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
007230     IF BAL-REV-TRANS-COUNT = RUN-BATCH-COUNT
007240         MOVE "PROVED" TO BAL-FIG-FLAG
007250     ELSE
007260         MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007270         SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007280     END-IF
007290     WRITE BAL-RPT-FIGURE-LINE
007300*    LEG 4 - THE GRAND TOTAL IS THE REVERSED AMOUNT, NEGATED.
007310     COMPUTE BAL-NEG-REV-AMOUNT = ZERO - BAL-REV-AMOUNT
007320     MOVE BAL-NEG-REV-AMOUNT TO BAL-EDIT-AMOUNT
007330     MOVE "REVERSED AMOUNT (NEGATED)" TO BAL-FIG-LABEL
007340     MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
007350     IF BAL-RUN-GRAND-TOTAL = BAL-NEG-REV-AMOUNT
007360         MOVE "PROVED" TO BAL-FIG-FLAG
007370     ELSE
007380         MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007390         SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007400     END-IF
007410     WRITE BAL-RPT-FIGURE-LINE.
007420 7050-EXIT.
007430     EXIT.
007440*
007450*****************************************************************
007460* 7100-PRINT-GL-LEGS - WHAT WENT TO THE LEDGER.  A RUN THAT WAS
007470* NOT CLEAN CUT NO FILE - THAT ONLY BALANCES IF THE RUN ENDED
007480* NONZERO, OTHERWISE THE MONEY LEFT THE RUN AND NEVER POSTED.
007490* ON A REVERSAL NIGHT THE DETAILS ARE TYPE "R" AND PROVE
007500* AGAINST THE REVERSED REGISTER ENTRIES; EITHER WAY THE TRAILER
007510* PROVES THE FILE ITSELF.
007520*****************************************************************
007530 7100-PRINT-GL-LEGS.
007540     IF NOT BAL-GL-WAS-CUT
007550         MOVE "GL INTERFACE" TO BAL-FIG-LABEL
007560         MOVE "NOT CUT" TO BAL-FIG-VALUE
007570         IF RUN-RETURN-CODE = ZERO
007580             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007590             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007600         ELSE
007610             MOVE "RUN NOT CLEAN" TO BAL-FIG-FLAG
007620         END-IF
007630         WRITE BAL-RPT-FIGURE-LINE
007640         GO TO 7100-EXIT
007650     END-IF
007660     IF BAL-REVERSAL-NIGHT
007670*        LEG 5 - EVERY REVERSED BATCH WENT TO THE LEDGER AS "R".
007680         MOVE BAL-GL-REV-COUNT TO BAL-EDIT-COUNT
007690         MOVE "GLINTF REVERSAL DETAILS" TO BAL-FIG-LABEL
007700         MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
007710         IF BAL-GL-REV-COUNT = BAL-REG-REVERSAL-COUNT
007720            AND BAL-GL-REV-COUNT = BAL-GL-DETAIL-COUNT
007730             MOVE "PROVED" TO BAL-FIG-FLAG
007740         ELSE
007750             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007760             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007770         END-IF
007780         WRITE BAL-RPT-FIGURE-LINE
007790*        LEG 6 - THE LEDGER REVERSES THE REGISTER AMOUNT.
007800         MOVE BAL-GL-REV-AMOUNT TO BAL-EDIT-AMOUNT
007810         MOVE "GLINTF REVERSAL AMOUNT" TO BAL-FIG-LABEL
007820         MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
007830         IF BAL-GL-REV-AMOUNT = BAL-NEG-REV-AMOUNT
007840             MOVE "PROVED" TO BAL-FIG-FLAG
007850         ELSE
007860             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007870             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
007880         END-IF
007890         WRITE BAL-RPT-FIGURE-LINE
007900     ELSE
007910*        LEG 5 - EVERY BATCH POSTED WENT TO THE LEDGER.
007920         MOVE BAL-GL-DETAIL-COUNT TO BAL-EDIT-COUNT
007930         MOVE "GLINTF BATCH DETAILS" TO BAL-FIG-LABEL
007940         MOVE BAL-EDIT-COUNT TO BAL-FIG-VALUE
007950         IF BAL-GL-DETAIL-COUNT = BAL-REG-BATCH-COUNT
007960             MOVE "PROVED" TO BAL-FIG-FLAG
007970         ELSE
007980             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
007990             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
008000         END-IF
008010         WRITE BAL-RPT-FIGURE-LINE
008020*        LEG 6 - THE LEDGER AMOUNT IS THE REGISTER AMOUNT.
008030         MOVE BAL-GL-AMOUNT TO BAL-EDIT-AMOUNT
008040         MOVE "GLINTF AMOUNT" TO BAL-FIG-LABEL
008050         MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
008060         IF BAL-GL-AMOUNT = BAL-REG-AMOUNT
008070             MOVE "PROVED" TO BAL-FIG-FLAG
008080         ELSE
008090             MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
008100             SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
008110         END-IF
008120         WRITE BAL-RPT-FIGURE-LINE
008130     END-IF
008140*    LEG 7 - THE TRAILER PROVES THE FILE ITSELF.
008150     MOVE BAL-GL-TRAILER-HASH TO BAL-EDIT-AMOUNT
008160     MOVE "GLINTF TRAILER HASH" TO BAL-FIG-LABEL
008170     MOVE BAL-EDIT-AMOUNT TO BAL-FIG-VALUE
008180     IF BAL-GL-TRAILER-HASH = BAL-GL-AMOUNT
008190        AND BAL-GL-TRAILER-COUNT = BAL-GL-DETAIL-COUNT
008200         MOVE "PROVED" TO BAL-FIG-FLAG
008210     ELSE
008220         MOVE "*** DOES NOT TIE" TO BAL-FIG-FLAG
008230         SET BAL-NIGHT-OUT-OF-BALANCE TO TRUE
008240     END-IF
008250     WRITE BAL-RPT-FIGURE-LINE.
008260 7100-EXIT.
008270     EXIT.
008280*
008290*****************************************************************
008300* 9000-CLOSE-FILES
008310*****************************************************************
008320 9000-CLOSE-FILES.
008330     CLOSE RUN-STATS
008340     CLOSE REJECT-IN
008350     CLOSE SUSP-IN
008360     CLOSE BATCH-REGISTER
008370     IF NOT BAL-HELD-NOT-FOUND
008380         CLOSE HELD-BATCH
008390     END-IF
008400     IF NOT BAL-GL-NOT-FOUND
008410         CLOSE GL-INTERFACE
008420     END-IF
008430     CLOSE BALANCE-RPT.
008440 9000-EXIT.
008450     EXIT.
008460*
008470*****************************************************************
008480* 8900-END-PROCESSING-STEP - A RUN THAT ENDS BELOW RC 8 IS A
008490* COMPLETED STEP FOR THE BUSINESS DATE, WHICH LETS THE STEPS THAT
008500* DEPEND ON IT RUN.  THE CALL RESETS RETURN-CODE, SO THE STEP'S
008510* OWN IS PUT BACK AFTERWARD.
008520*****************************************************************
008530 8900-END-PROCESSING-STEP.
008540     IF RETURN-CODE NOT < 8
008550         DISPLAY "CBTBAL - STEP ENDED RC " RETURN-CODE
008560             ", NOT MARKED COMPLETE FOR " PDP-BUSINESS-DATE
008570         GO TO 8900-EXIT
008580     END-IF
008590     MOVE RETURN-CODE TO PDP-STEP-RC
008600     SET PDP-END-STEP TO TRUE
008610     MOVE "CBTBAL" TO PDP-STEP-NAME
008620     CALL "CBTDATE" USING BAL-PDATE-AREA
008630     MOVE PDP-STEP-RC TO RETURN-CODE
008640     IF PDP-REQUEST-REFUSED
008650         DISPLAY "CBTBAL - " PDP-MESSAGE
008660         MOVE 16 TO RETURN-CODE
008670     END-IF.
008680 8900-EXIT.
008690     EXIT.
