000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBTDATE.
000030 AUTHOR. NICK LANDREVILLE.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. OCTOBER 15 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CBTDATE
000090* CALLABLE PROCESSING-DATE AND STEP-SEQUENCE ROUTINE.  EVERY
000100* PROGRAM IN THE NIGHTLY STREAM CALLS THIS ROUTINE (PARAMETER
000110* AREA PDTPARM) INSTEAD OF READING THE CLOCK, SO A JOB THAT
000120* RUNS PAST MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
000130* BATCHREG, AUDITLOG, RUNSTATS AND THE GLINTF HEADER WITH THE
000140* BUSINESS DATE IT BELONGS TO.  THE DATE COMES FROM THE ONE
000150* RECORD ON THE PROCDATE CONTROL FILE (SEE PDTREC), WHICH ONLY
000160* THE CBTEOD END-OF-DAY STEP ROLLS FORWARD.
000170*
000180* A STEP THAT MATTERS TO THE SEQUENCE OF THE NIGHT CALLS WITH
000190* FUNCTION B AT START AND E AT NORMAL END.  B IS REFUSED WHEN
000200* A STEP IT DEPENDS ON (THE DTE-RULE TABLE BELOW) HAS NOT
000210* COMPLETED FOR THE BUSINESS DATE; E MARKS THE STEP COMPLETE
000220* WITH ITS RETURN CODE AND THE CLOCK TIME IT ENDED.  A STEP
000230* RERUN AFTER IT ALREADY COMPLETED IS ALLOWED - A RESTART OR A
000240* REVERSAL RUN IS LEGITIMATE - BUT THE CALLER IS TOLD SO.
000250*
000260* THE ROUTINE NEVER FALLS BACK TO THE CLOCK: A MISSING OR EMPTY
000270* PROCDATE FILE IS A REFUSAL AND THE CALLER TERMINATES.
000280*
000290* MODIFICATION HISTORY
000300* -----------------------------------------------------------
000310* 2026-10-15  NJL  INITIAL VERSION.
000320* 2026-10-15  NJL  CBTHREL (HELD-BATCH RELEASE) NOW RUNS BETWEEN
000330*                  CBTEDIT AND CBTUT - ADDED ITS TWO RULES.
000340* 2026-10-15  NJL  CBTOPH (NIGHTLY OPERATOR HISTORY) NOW RUNS
000350*                  AFTER CBTUT - ADDED ITS RULE.
000360* 2026-10-15  NJL  CBTRTO (NIGHTLY SOURCE RETURN FILES) NOW RUNS
000370*                  AFTER CBTUT - ADDED ITS RULE.
000380* 2026-10-15  NJL  A BEGIN NOW OPENS PROCDATE INPUT - ONLY AN END
000390*                  REWRITES IT, AND THE CBTUT STREAM JOBS BEGIN
000400*                  AGAINST IT TOGETHER.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PROC-DATE
000460         ASSIGN TO PROCDATE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DTE-PROCDATE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000520* PROC-DATE - THE PROCESSING-DATE CONTROL FILE, ONE RECORD.
000530*****************************************************************
000540 FD  PROC-DATE
000550     RECORDING MODE IS F.
000560 01  PROC-DATE-RECORD.
000570     COPY PDTREC.
000580*
000590 WORKING-STORAGE SECTION.
000600 77  DTE-PROCDATE-STATUS          PIC XX VALUE SPACES.
000610     88  DTE-PROCDATE-NOT-FOUND             VALUE "35".
000620 77  DTE-OPEN-SWITCH              PIC X(01) VALUE "N".
000630     88  DTE-FILE-IS-OPEN                   VALUE "Y".
000640 77  DTE-FOUND-SWITCH             PIC X(01) VALUE "N".
000650     88  DTE-STEP-WAS-FOUND                 VALUE "Y".
000660 77  DTE-RULE-SUB                 PIC 9(3) COMP VALUE ZERO.
000670 77  DTE-RULE-COUNT               PIC 9(3) COMP VALUE 7.
000680 77  DTE-STEP-SUB                 PIC 9(3) COMP VALUE ZERO.
000690 77  DTE-STEP-HOLD                PIC 9(3) COMP VALUE ZERO.
000700 77  DTE-FREE-SUB                 PIC 9(3) COMP VALUE ZERO.
000710 77  DTE-STEP-MAX                 PIC 9(3) COMP VALUE 20.
000720 77  DTE-SEARCH-NAME              PIC X(08) VALUE SPACES.
000730 77  DTE-CALLER-DATE              PIC X(10) VALUE SPACES.
000740*****************************************************************
000750* STEP DEPENDENCIES - ONE ENTRY PER (STEP, STEP IT MUST FOLLOW)
000760* PAIR.  A STEP WITH SEVERAL PREREQUISITES HAS SEVERAL ENTRIES.
000770*****************************************************************
000780 01  DTE-RULE-VALUES.
000790     05  FILLER                   PIC X(16)
000800                                   VALUE "CBTUT   CBTEDIT ".
000810     05  FILLER                   PIC X(16)
000820                                   VALUE "CBTMNT  CBTREL  ".
000830     05  FILLER                   PIC X(16)
000840                                   VALUE "CBTBAL  CBTUT   ".
000850     05  FILLER                   PIC X(16)
000860                                   VALUE "CBTHREL CBTEDIT ".
000870     05  FILLER                   PIC X(16)
000880                                   VALUE "CBTUT   CBTHREL ".
000890     05  FILLER                   PIC X(16)
000900                                   VALUE "CBTOPH  CBTUT   ".
000910     05  FILLER                   PIC X(16)
000920                                   VALUE "CBTRTO  CBTUT   ".
000930 01  DTE-RULE-TABLE REDEFINES DTE-RULE-VALUES.
000940     05  DTE-RULE-ENTRY OCCURS 7 TIMES.
000950         10  DTE-RULE-STEP        PIC X(08).
000960         10  DTE-RULE-PREREQ      PIC X(08).
000970 01  DTE-CURRENT-TIME.
000980     05  DTE-CT-HH                PIC 9(2).
000990     05  DTE-CT-MN                PIC 9(2).
001000     05  DTE-CT-SS                PIC 9(2).
001010     05  DTE-CT-HS                PIC 9(2).
001020 01  DTE-TIME-DISPLAY.
001030     05  DTE-DSP-HH               PIC 9(2).
001040     05  FILLER                   PIC X(1) VALUE ":".
001050     05  DTE-DSP-MN               PIC 9(2).
001060     05  FILLER                   PIC X(1) VALUE ":".
001070     05  DTE-DSP-SS               PIC 9(2).
001080 LINKAGE SECTION.
001090 01  PDATE-AREA.
001100     COPY PDTPARM.
001110*
001120 PROCEDURE DIVISION USING PDATE-AREA.
001130*****************************************************************
001140* 0000-MAINLINE - READ THE CONTROL RECORD, APPLY THE FUNCTION,
001150* CLOSE AND RETURN.  WORKING-STORAGE PERSISTS BETWEEN CALLS, SO
001160* EVERY SWITCH IS RESET ON THE WAY IN.
001170*****************************************************************
001180 0000-MAINLINE.
001190     SET PDP-REQUEST-OK TO TRUE
001200     MOVE SPACES TO PDP-MESSAGE
001210     MOVE "N" TO DTE-OPEN-SWITCH
001220     MOVE PDP-BUSINESS-DATE TO DTE-CALLER-DATE
001230     IF NOT PDP-GET-DATE
001240        AND NOT PDP-BEGIN-STEP
001250        AND NOT PDP-END-STEP
001260         SET PDP-REQUEST-REFUSED TO TRUE
001270         MOVE "CBTDATE FUNCTION IS NOT G, B OR E" TO PDP-MESSAGE
001280         GOBACK
001290     END-IF
001300     PERFORM 1000-READ-CONTROL-RECORD THRU 1000-EXIT
001310     IF PDP-REQUEST-OK AND PDP-BEGIN-STEP
001320         PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
001330     END-IF
001340     IF PDP-REQUEST-OK AND PDP-END-STEP
001350         PERFORM 3000-END-STEP THRU 3000-EXIT
001360     END-IF
001370     IF DTE-FILE-IS-OPEN
001380         CLOSE PROC-DATE
001390     END-IF
001400     GOBACK.
001410*
001420*****************************************************************
001430* 1000-READ-CONTROL-RECORD - ONLY AN END REWRITES THE RECORD, SO
001440* ONLY AN END OPENS THE FILE I-O; A GET OR A BEGIN OPENS IT
001450* INPUT, AND STEPS STARTING TOGETHER DO NOT CONTEND FOR IT.  THE
001460* BUSINESS DATE GOES BACK IN BOTH FORMS.
001470*****************************************************************
001480 1000-READ-CONTROL-RECORD.
001490     IF PDP-END-STEP
001500         OPEN I-O PROC-DATE
001510     ELSE
001520         OPEN INPUT PROC-DATE
001530     END-IF
001540     IF DTE-PROCDATE-NOT-FOUND
001550         SET PDP-REQUEST-REFUSED TO TRUE
001560         MOVE "PROCDATE CONTROL FILE NOT FOUND" TO PDP-MESSAGE
001570         GO TO 1000-EXIT
001580     END-IF
001590     SET DTE-FILE-IS-OPEN TO TRUE
001600     READ PROC-DATE
001610         AT END
001620             SET PDP-REQUEST-REFUSED TO TRUE
001630             MOVE "PROCDATE CONTROL FILE IS EMPTY" TO PDP-MESSAGE
001640             GO TO 1000-EXIT
001650     END-READ
001660     IF PDT-BD-YYYY NOT NUMERIC
001670        OR PDT-BD-MM NOT NUMERIC
001680        OR PDT-BD-DD NOT NUMERIC
001690         SET PDP-REQUEST-REFUSED TO TRUE
001700         MOVE "PROCDATE CARRIES NO VALID BUSINESS DATE"
001710             TO PDP-MESSAGE
001720         GO TO 1000-EXIT
001730     END-IF
001740     MOVE PDT-BUSINESS-DATE TO PDP-BUSINESS-DATE
001750     MOVE PDT-BD-YYYY TO PDP-BY-YYYY
001760     MOVE PDT-BD-MM TO PDP-BY-MM
001770     MOVE PDT-BD-DD TO PDP-BY-DD
001780     MOVE PDT-PRIOR-DATE TO PDP-PRIOR-DATE.
001790 1000-EXIT.
001800     EXIT.
001810*
001820*****************************************************************
001830* 2000-BEGIN-STEP - EVERY STEP THE CALLER DEPENDS ON MUST HAVE
001840* COMPLETED FOR THE BUSINESS DATE.  THE FIRST ONE MISSING
001850* REFUSES THE STEP, NAMING WHAT HAS TO RUN FIRST.
001860*****************************************************************
001870 2000-BEGIN-STEP.
001880     MOVE 1 TO DTE-RULE-SUB
001890     PERFORM 2100-CHECK-ONE-RULE THRU 2100-EXIT
001900         UNTIL PDP-REQUEST-REFUSED
001910         OR DTE-RULE-SUB > DTE-RULE-COUNT
001920     IF PDP-REQUEST-REFUSED
001930         GO TO 2000-EXIT
001940     END-IF
001950     MOVE PDP-STEP-NAME TO DTE-SEARCH-NAME
001960     PERFORM 4000-FIND-STEP THRU 4000-EXIT
001970     IF DTE-STEP-WAS-FOUND
001980         IF PDT-STEP-COMPLETE (DTE-STEP-HOLD)
001990             STRING PDP-STEP-NAME DELIMITED BY SPACE
002000                 " ALREADY COMPLETED FOR " DELIMITED BY SIZE
002010                 PDT-BUSINESS-DATE DELIMITED BY SIZE
002020                 " - RERUN" DELIMITED BY SIZE
002030                 INTO PDP-MESSAGE
002040         END-IF
002050     END-IF.
002060 2000-EXIT.
002070     EXIT.
002080*
002090 2100-CHECK-ONE-RULE.
002100     IF DTE-RULE-STEP (DTE-RULE-SUB) NOT = PDP-STEP-NAME
002110         ADD 1 TO DTE-RULE-SUB
002120         GO TO 2100-EXIT
002130     END-IF
002140     MOVE DTE-RULE-PREREQ (DTE-RULE-SUB) TO DTE-SEARCH-NAME
002150     ADD 1 TO DTE-RULE-SUB
002160     PERFORM 4000-FIND-STEP THRU 4000-EXIT
002170     IF DTE-STEP-WAS-FOUND
002180         IF PDT-STEP-COMPLETE (DTE-STEP-HOLD)
002190             GO TO 2100-EXIT
002200         END-IF
002210     END-IF
002220     SET PDP-REQUEST-REFUSED TO TRUE
002230     STRING DTE-SEARCH-NAME DELIMITED BY SPACE
002240         " NOT COMPLETE FOR " DELIMITED BY SIZE
002250         PDT-BUSINESS-DATE DELIMITED BY SIZE
002260         " - RUN IT BEFORE " DELIMITED BY SIZE
002270         PDP-STEP-NAME DELIMITED BY SPACE
002280         INTO PDP-MESSAGE.
002290 2100-EXIT.
002300     EXIT.
002310*
002320*****************************************************************
002330* 3000-END-STEP - MARK THE STEP COMPLETE FOR THE DATE IT BEGAN
002340* UNDER.  IF THE DATE WAS ROLLED WHILE THE STEP RAN, THE MARK
002350* WOULD LAND ON THE WRONG NIGHT - REFUSE IT INSTEAD.
002360*****************************************************************
002370 3000-END-STEP.
002380     IF DTE-CALLER-DATE NOT = PDT-BUSINESS-DATE
002390         SET PDP-REQUEST-REFUSED TO TRUE
002400         STRING "PROCDATE ROLLED TO " DELIMITED BY SIZE
002410             PDT-BUSINESS-DATE DELIMITED BY SIZE
002420             " DURING THE RUN - STEP NOT MARKED" DELIMITED BY SIZE
002430             INTO PDP-MESSAGE
002440         GO TO 3000-EXIT
002450     END-IF
002460     MOVE PDP-STEP-NAME TO DTE-SEARCH-NAME
002470     PERFORM 4000-FIND-STEP THRU 4000-EXIT
002480     IF NOT DTE-STEP-WAS-FOUND
002490         IF DTE-FREE-SUB = ZERO
002500             SET PDP-REQUEST-REFUSED TO TRUE
002510             MOVE "PROCDATE STEP TABLE IS FULL - STEP NOT MARKED"
002520                 TO PDP-MESSAGE
002530             GO TO 3000-EXIT
002540         END-IF
002550         MOVE DTE-FREE-SUB TO DTE-STEP-HOLD
002560     END-IF
002570     ACCEPT DTE-CURRENT-TIME FROM TIME
002580     MOVE DTE-CT-HH TO DTE-DSP-HH
002590     MOVE DTE-CT-MN TO DTE-DSP-MN
002600     MOVE DTE-CT-SS TO DTE-DSP-SS
002610     MOVE PDP-STEP-NAME TO PDT-STEP-NAME (DTE-STEP-HOLD)
002620     MOVE "C" TO PDT-STEP-STATUS (DTE-STEP-HOLD)
002630     MOVE PDP-STEP-RC TO PDT-STEP-RC (DTE-STEP-HOLD)
002640     MOVE DTE-TIME-DISPLAY TO PDT-STEP-TIME (DTE-STEP-HOLD)
002650     REWRITE PROC-DATE-RECORD
002660     IF DTE-PROCDATE-STATUS NOT = "00"
002670         SET PDP-REQUEST-REFUSED TO TRUE
002680         MOVE "PROCDATE REWRITE FAILED - STEP NOT MARKED"
002690             TO PDP-MESSAGE
002700     END-IF.
002710 3000-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002750* 4000-FIND-STEP - LOOK DTE-SEARCH-NAME UP IN THE STEP ENTRIES
002760* AND NOTE THE FIRST UNUSED ENTRY ON THE WAY PAST.
002770*****************************************************************
002780 4000-FIND-STEP.
002790     MOVE "N" TO DTE-FOUND-SWITCH
002800     MOVE ZERO TO DTE-STEP-HOLD
002810     MOVE ZERO TO DTE-FREE-SUB
002820     MOVE 1 TO DTE-STEP-SUB
002830     PERFORM 4010-MATCH-STEP-ENTRY THRU 4010-EXIT
002840         UNTIL DTE-STEP-WAS-FOUND
002850         OR DTE-STEP-SUB > DTE-STEP-MAX.
002860 4000-EXIT.
002870     EXIT.
002880*
002890 4010-MATCH-STEP-ENTRY.
002900     IF PDT-STEP-NAME (DTE-STEP-SUB) = DTE-SEARCH-NAME
002910         SET DTE-STEP-WAS-FOUND TO TRUE
002920         MOVE DTE-STEP-SUB TO DTE-STEP-HOLD
002930     END-IF
002940     IF PDT-STEP-NAME (DTE-STEP-SUB) = SPACES
002950        AND DTE-FREE-SUB = ZERO
002960         MOVE DTE-STEP-SUB TO DTE-FREE-SUB
002970     END-IF
002980     ADD 1 TO DTE-STEP-SUB.
002990 4010-EXIT.
003000     EXIT.
