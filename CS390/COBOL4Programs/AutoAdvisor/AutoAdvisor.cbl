			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT LETTER-FILE ASSIGN TO LetterPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT HOLDS-FILE ASSIGN TO HoldPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS HoldStatus.
		SELECT HOLD-RPT-FILE ASSIGN TO HoldRptPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ALLOC-REG-FILE ASSIGN TO AllocRegPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ALLOC-FILL-FILE ASSIGN TO AllocFillPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ALLOC-SHORT-FILE ASSIGN TO AllocShortPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CALENDAR-FILE ASSIGN TO CalendarPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CalendarStatus.
		SELECT ADVISOR-MASTER-FILE ASSIGN TO AdvMastPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS AdvMastStatus.
		SELECT BALANCE-RPT-FILE ASSIGN TO BalRptPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT REASSIGN-FILE ASSIGN TO ReassignPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ReassignStatus.
		SELECT ROSTER-OUT-FILE ASSIGN TO RosterOutPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT NOTIFY-QUEUE-FILE ASSIGN TO NotifyQPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS NotifyQStatus.
		SELECT NOTIFY-EXC-FILE ASSIGN TO NotifyExcPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS NotifyExcStatus.
		SELECT DELIVERY-FILE ASSIGN TO DeliveryPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS DeliveryStatus.
		SELECT UNDELIV-RPT-FILE ASSIGN TO UndelivRptPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT OPTIONAL GEN-CATALOG-FILE ASSIGN TO GenCatPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS GenCatStatus.
		SELECT GEN-WORK-FILE ASSIGN TO GenWorkPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS GenWorkStatus.
		SELECT GEN-BACKUP-FILE ASSIGN TO GenBackupPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS GenBackupStatus.
		SELECT PART-PLAN-FILE ASSIGN TO PartPlanPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS PartPlanStatus.
		SELECT PART-OUT-FILE ASSIGN TO PartOutPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS PartOutStatus.
		SELECT PART-IN-FILE ASSIGN TO PartInPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS PartInStatus.
		SELECT COHORT-IN-FILE ASSIGN TO CohInPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CohInStatus.
		SELECT COHORT-RPT-FILE ASSIGN TO CohRptPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CohRptStatus.
		SELECT COHORT-CSV-FILE ASSIGN TO CohCsvPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CohCsvStatus.


DATA DIVISION.
	01 ExceptionRec PIC X(100).

FD ROSTER-FILE.
	01 RosterRec PIC X(200).

FD CHECKPOINT-FILE.
	01 CheckpointRec PIC X(10).
	01 EquivRec PIC X(100).

FD STUDENT-MASTER-FILE.
	01 MasterRec PIC X(300).

FD MASTER-OUT-FILE.
	01 MasterOutRec PIC X(300).

FD KEYED-MASTER-FILE.
	01 KeyedRec.
		02 MkKey.
			03 MkStudentId PIC X(10).
			03 MkSeq       PIC 9(4).
		02 MkData PIC X(300).

FD TRANSACTION-FILE.
	01 TxRec PIC X(100).

FD DISPUTE-FILE.
	01 DisputeRec PIC X(200).

FD ENROLLMENT-FILE.
	01 EnrollRec PIC X(100).
	01 AdvSumRec PIC X(100).

FD OLD-MASTER-FILE.
	01 OldMasterRec PIC X(300).

FD DELTA-RPT-FILE.
	01 DeltaRptRec PIC X(200).
	01 DemoRec PIC X(200).

FD ARCHIVE-FILE.
	01 ArchiveRec PIC X(300).

FD AUDIT-FILE.
	01 AuditRec PIC X(200).

FD GRAD-CLEAR-FILE.
	01 GradClearRec PIC X(200).

FD AT-RISK-FILE.
	01 AtRiskRec PIC X(100).
FD LETTER-FILE.
	01 LetterRec PIC X(150).

FD HOLDS-FILE.
	01 HoldRec PIC X(150).

FD HOLD-RPT-FILE.
	01 HoldRptRec PIC X(150).

FD ALLOC-REG-FILE.
	01 AllocRegRec PIC X(150).

FD ALLOC-FILL-FILE.
	01 AllocFillRec PIC X(150).

FD ALLOC-SHORT-FILE.
	01 AllocShortRec PIC X(150).

FD CALENDAR-FILE.
	01 CalendarRec PIC X(150).

FD ADVISOR-MASTER-FILE.
	01 AdvMastRec PIC X(200).

FD BALANCE-RPT-FILE.
	01 BalRptRec PIC X(150).

FD REASSIGN-FILE.
	01 ReassignRec PIC X(150).

FD ROSTER-OUT-FILE.
	01 RosterOutRec PIC X(200).

FD NOTIFY-QUEUE-FILE.
	01 NotifyQRec PIC X(200).

FD NOTIFY-EXC-FILE.
	01 NotifyExcRec PIC X(150).

FD DELIVERY-FILE.
	01 DeliveryRec PIC X(150).

FD UNDELIV-RPT-FILE.
	01 UndelivRec PIC X(150).

FD GEN-CATALOG-FILE.
	01 GenCatRec PIC X(250).

FD GEN-WORK-FILE.
	01 GenWorkRec PIC X(300).

FD GEN-BACKUP-FILE.
	01 GenBackupRec PIC X(300).

FD PART-PLAN-FILE.
	01 PartPlanRec PIC X(200).

FD PART-OUT-FILE.
	01 PartOutRec PIC X(300).

FD PART-IN-FILE.
	01 PartInRec PIC X(300).

FD COHORT-IN-FILE.
	01 CohInRec PIC X(300).

FD COHORT-RPT-FILE.
	01 CohRptRec PIC X(300).

FD COHORT-CSV-FILE.
	01 CohCsvRec PIC X(300).


WORKING-STORAGE SECTION.
01 Fsdata             PIC X(100).
01 RequiredCourse      PIC X(30) OCCURS 100 TIMES VALUE SPACES.
01 ReqCount            PIC 999 VALUE 1.
01 DegReqEOF           PIC X(1).
01 DegLineTag          PIC X(10).
01 DegVerCount         PIC 99 VALUE ZERO.
01 DegVerNum           PIC 99 VALUE ZERO.
01 DegVerPick          PIC 99 VALUE ZERO.
01 DegVerLate          PIC 99.
01 DegVerEarly         PIC 99.
01 DegVerFrom          PIC 9(4) OCCURS 20 TIMES.
01 DegVerThru          PIC 9(4) OCCURS 20 TIMES.
01 DegVerCred          PIC X(5) OCCURS 20 TIMES.
01 DegFromRaw          PIC X(5).
01 DegThruRaw          PIC X(5).
01 DegCredRaw          PIC X(5).
01 DegVerText          PIC X(30).
01 StillRequired       PIC X(30) OCCURS 100 TIMES VALUE SPACES.
01 StillReqCount       PIC 999 VALUE 1.
01 StillBlk            PIC 99 OCCURS 100 TIMES VALUE ZERO.
01 StillReqText        PIC X(60).
01 BlkCount            PIC 99 VALUE ZERO.
01 BlkIdx              PIC 99.
01 BlkOpen             PIC X(1) VALUE 'N'.
01 BlkTable.
   02 BlkEntry OCCURS 20 TIMES.
      03 BlkName       PIC X(30).
      03 BlkUnit       PIC X(1).
      03 BlkMin        PIC 9(3).
      03 BlkFirst      PIC 9(3).
      03 BlkMemCount   PIC 9(3).
      03 BlkEarned     PIC 9(3).
01 BlkMemTotal         PIC 9(3) VALUE ZERO.
01 BlkMember           PIC X(30) OCCURS 300 TIMES VALUE SPACES.
01 BlkMemIdx           PIC 9(3).
01 BlkUnitRaw          PIC X(10).
01 BlkMinRaw           PIC X(5).
01 BlkMatchSw          PIC X(1).
01 BlkPatLen           PIC 99.
01 BlkDropCount        PIC 9(5) VALUE ZERO.
01 BlkEarnedEdit       PIC ZZ9.
01 BlkMinEdit          PIC ZZ9.
01 BlkLeft             PIC 9(3).
01 BlkLine             PIC X(100).
01 BlkLineWork         PIC X(200).
01 TUsed               PIC X(1) OCCURS 250 TIMES VALUE SPACE.
01 ProgCount           PIC 9 VALUE ZERO.
01 ProgIdx             PIC 9.
01 ProgTable.
   02 ProgEntry OCCURS 3 TIMES.
      03 ProgKind      PIC X(5).
      03 ProgPath      PIC X(30).
      03 ProgCode      PIC X(10).
      03 ProgStatus    PIC X(8).
      03 ProgStill     PIC 999.
      03 ProgShared    PIC 999.
01 ProgRaw             PIC X(40) OCCURS 4 TIMES.
01 ProgKindRaw         PIC X(10).
01 ProgEqCount         PIC 99.
01 ProgPathRaw         PIC X(30).
01 ProgSummary         PIC X(80).
01 ProgSumWork         PIC X(80).
01 ProgRptSw           PIC X(1) VALUE 'N'.
01 ProgAuditCount      PIC 9(5) VALUE ZERO.
01 ProgOpenCount       PIC 9(5) VALUE ZERO.
01 ProgStillEdit       PIC ZZ9.
01 ProgSwSave          PIC 9(5).
01 PrimaryStatus       PIC X(8).
01 PrimaryReqPath      PIC X(30).
01 ProgUseTable.
   02 ProgUseRow OCCURS 250 TIMES.
      03 ProgUsed      PIC X(1) OCCURS 4 TIMES.
01 ProgUseIdx          PIC 9.
01 ShareHit            PIC X(1).
01 ShareMode           PIC X(1) VALUE 'N'.
01 ShareCount          PIC 999 VALUE ZERO.
01 ShareIdx            PIC 999.
01 ShareOK             PIC X(1).
01 MaxShared           PIC 999 VALUE 999.
01 MaxSharedEdit       PIC ZZ9.
01 RemainingCredits    PIC S9(4) VALUE ZERO.
01 ReqMatched          PIC X(1).
01 ReqIdx              PIC 999.
01 CatHours            PIC 9 OCCURS 400 TIMES VALUE ZERO.
01 CatPrereqs          PIC X(100) OCCURS 400 TIMES VALUE SPACES.
01 CatTerms            PIC X(10) OCCURS 400 TIMES VALUE SPACES.
01 CatFrom             PIC 9(4) OCCURS 400 TIMES VALUE ZERO.
01 CatThru             PIC 9(4) OCCURS 400 TIMES VALUE 9999.
01 CatHourRaw          PIC X(1).
01 CatFromRaw          PIC X(5).
01 CatThruRaw          PIC X(5).
01 CatVerSw            PIC X(1) VALUE 'N'.
01 CatVerIdx           PIC 999.
01 CatPos              PIC 999.
01 CatLateIdx          PIC 999.
01 CatEarlyIdx         PIC 999.
01 CatScanDone         PIC X(1).
01 StuCatYear          PIC 9(4) VALUE 9999.
01 CatYearRaw          PIC X(10).
01 CatYearOut          PIC X(4).
01 CatCount            PIC 999 VALUE ZERO.
01 CatIdx              PIC 999.
01 CatFoundIdx         PIC 999 VALUE ZERO.
01 PlanProgress        PIC X(1).
01 PlanTaken           PIC X(1) OCCURS 100 TIMES.
01 PlanThisTerm        PIC X(1) OCCURS 100 TIMES.
01 PlanBlkLeft         PIC 9(3) OCCURS 100 TIMES.
01 PlanBlkTerm         PIC 99 OCCURS 100 TIMES.
01 PlanChunk           PIC 9.
01 PlanIdx             PIC 999.
01 PlanIdx2            PIC 999.
01 PlanPrereqText      PIC X(100).
01 TxPath              PIC X(30).
01 AuditPath           PIC X(30).
01 MasterEOF           PIC X(1).
01 MasterLine          PIC X(300).
01 MasterWriteMode     PIC X(1) VALUE SPACE.
01 MstGPAEdit          PIC 999.99.
01 MstPtsEdit          PIC 999.99.
01 MstF8               PIC X(30).
01 MstF9               PIC X(30).
01 MstF10              PIC X(30).
01 MstF11              PIC X(30).
01 MstF12              PIC X(30).
01 TxEOF               PIC X(1).
01 TxCount             PIC 9(4) VALUE ZERO.
01 TxIdx               PIC 9(4).
01 TxAction            PIC X(6) OCCURS 5000 TIMES.
01 TxStudent           PIC X(10) OCCURS 5000 TIMES.
01 TxCourse            PIC X(30) OCCURS 5000 TIMES.
01 TxGrade             PIC X(2) OCCURS 5000 TIMES.
01 TxTerm              PIC X(20) OCCURS 5000 TIMES.
01 TxApplied           PIC X(1) OCCURS 5000 TIMES.
01 TxAppliedCount      PIC 9(4) VALUE ZERO.
01 TxValid             PIC X(1).
01 TxRejectCount       PIC 9(5) VALUE ZERO.
01 AuditLine           PIC X(200).
01 MasterStudentCount  PIC 9(5) VALUE ZERO.
01 MstIdx              PIC 999.
01 GradClearPath       PIC X(30).
01 GradLine            PIC X(200).
01 CumLaudeGPA         PIC 9V99 VALUE 3.50.
01 MagnaGPA            PIC 9V99 VALUE 3.70.
01 SummaGPA            PIC 9V99 VALUE 3.90.
01 NearId              PIC X(10) OCCURS 1000 TIMES.
01 NearCredits         PIC S9(4) OCCURS 1000 TIMES.
01 NearStill           PIC 999 OCCURS 1000 TIMES.
01 NearBlocks          PIC X(100) OCCURS 1000 TIMES.
01 NearProgs           PIC X(80) OCCURS 1000 TIMES.
01 GradProgs           PIC X(80) OCCURS 1000 TIMES.
01 GradIdx             PIC 9(4).
01 StillHrs            PIC 9(3).
01 AtRiskPath          PIC X(30).
01 TemplatePath        PIC X(30).
01 TemplateEOF         PIC X(1).
01 TemplateTable.
   02 TmplSet OCCURS 4 TIMES.
      03 TmplCount     PIC 99.
      03 TmplLine      PIC X(100) OCCURS 60 TIMES.
01 TmplSel             PIC 9.
01 DispId              PIC X(10) OCCURS 500 TIMES.
01 DispPath            PIC X(30) OCCURS 500 TIMES.
01 DispReq             PIC X(30) OCCURS 500 TIMES.
01 DispProgTable.
   02 DispProgSet OCCURS 500 TIMES.
      03 DispProg      PIC X(40) OCCURS 4 TIMES.
01 DispDone            PIC X(1) OCCURS 500 TIMES.
01 DispDropCount       PIC 9(5) VALUE ZERO.
01 ReprocSkipSw        PIC X(1) VALUE 'N'.
01 ReprocHold          PIC X(300).
01 ReprocId            PIC X(10).
01 ReprocReplaced      PIC 9(5) VALUE ZERO.
01 ReprocKept          PIC 9(5) VALUE ZERO.
01 SchedDayIdx2        PIC 9.
01 SchedOverlap        PIC X(1).
01 SchedCollisions     PIC 9(5) VALUE ZERO.
01 HoldPath            PIC X(30).
01 HoldStatus          PIC X(2) VALUE '00'.
01 HoldEOF             PIC X(1).
01 HoldRptPath         PIC X(30).
01 HoldRptLine         PIC X(150).
01 HoldCount           PIC 9(4) VALUE ZERO.
01 HoldIdx             PIC 9(4).
01 HoldIdx2            PIC 9(4).
01 HoldDropCount       PIC 9(5) VALUE ZERO.
01 HoldBadCount        PIC 9(5) VALUE ZERO.
01 HoldTable.
   02 HoldEntry OCCURS 2000 TIMES.
      03 HoldId        PIC X(10).
      03 HoldType      PIC X(10).
      03 HoldPlaced    PIC 9(8).
      03 HoldReleased  PIC 9(8).
      03 HoldOffice    PIC X(20).
      03 HoldBlocks    PIC X(1).
      03 HoldHit       PIC X(1).
      03 HoldEnrHeld   PIC 99.
      03 HoldRptDone   PIC X(1).
01 HoldPlacedRaw       PIC X(8).
01 HoldReleasedRaw     PIC X(8).
01 HoldInfoTypes       PIC X(60) VALUE SPACES.
01 HoldInfoType        PIC X(10) OCCURS 6 TIMES.
01 HoldInfoIdx         PIC 9.
01 StuHoldCount        PIC 99 VALUE ZERO.
01 StuHoldBlock        PIC X(1) VALUE 'N'.
01 StuHoldText         PIC X(80) VALUE SPACES.
01 StuHoldWork         PIC X(80).
01 StuEnrHeld          PIC 99 VALUE ZERO.
01 HoldBlockedCount    PIC 9(5) VALUE ZERO.
01 EnrHeldCount        PIC 9(5) VALUE ZERO.
01 HoldOfficeCount     PIC 9(4) VALUE ZERO.
01 HoldCurOffice       PIC X(20).
01 HoldOffHolds        PIC 9(5).
01 HoldOffBlocking     PIC 9(5).
01 HoldOffEnr          PIC 9(5).
01 CalendarPath        PIC X(30).
01 CalendarStatus      PIC X(2) VALUE '00'.
01 CalendarEOF         PIC X(1).
01 CalCount            PIC 99 VALUE ZERO.
01 CalIdx              PIC 99.
01 CalIdx2             PIC 99.
01 CalFoundIdx         PIC 99.
01 CalCurrPos          PIC 99 VALUE ZERO.
01 CalDropCount        PIC 9(5) VALUE ZERO.
01 CalBadCount         PIC 9(5) VALUE ZERO.
01 CalTable.
   02 CalEntry OCCURS 99 TIMES.
      03 CalCode       PIC X(20).
      03 CalName       PIC X(30).
      03 CalSeq        PIC 9(5).
      03 CalStart      PIC X(8).
      03 CalEnd        PIC X(8).
      03 CalDeadline   PIC X(8).
      03 CalType       PIC X(2).
01 CalHold             PIC X(81).
01 CalSeqHold          PIC 9(5).
01 CalPlacedSw         PIC X(1).
01 CalLookup           PIC X(20).
01 CalSeqRaw           PIC X(10).
01 CalTypeRaw          PIC X(10).
01 CalLineOK           PIC X(1).
01 CalTermRejCount     PIC 9(5) VALUE ZERO.
01 ILapseSw            PIC X(1).
01 TermHold            PIC X(30).
01 TermPlacedSw        PIC X(1).
01 TermSeq1            PIC 9(5).
01 TermSeq2            PIC 9(5).
01 TermIdx2            PIC 99.
01 PlanSummer          PIC X(1) VALUE 'N'.
01 PlanCalSw           PIC X(1) VALUE 'N'.
01 PlanCalPos          PIC 999.
01 PlanCalOK           PIC X(1).
01 PlanCalEnd          PIC X(1).
01 PlanOffSkip         PIC X(1).
01 PlanTermHit         PIC 99.
01 PlanTermLabel       PIC X(60).
01 OfferBadTermCount   PIC 9(5) VALUE ZERO.
01 EnrBadTermCount     PIC 9(5) VALUE ZERO.
01 AllocSw             PIC X(1) VALUE 'N'.
01 AllocHeldCount      PIC 9(5) VALUE ZERO.
01 AllocRegPath        PIC X(30).
01 AllocFillPath       PIC X(30).
01 AllocShortPath      PIC X(30).
01 AllocLine           PIC X(150).
01 AllocOrder          PIC X(3) VALUE "NCS".
01 AllocNearCredits    PIC 9(3) VALUE ZERO.
01 AllocTargetHours    PIC 99 VALUE ZERO.
01 AllocTarget         PIC 99.
01 AllocCandHours      PIC 9(3).
01 AllocKeyPos         PIC 9.
01 AllocStandRank      PIC 9.
01 AllocStudentCount   PIC 9(5) VALUE ZERO.
01 AllocSeatCount      PIC 9(5) VALUE ZERO.
01 AllocWaitCount      PIC 9(5) VALUE ZERO.
01 AllocShortCount     PIC 9(5) VALUE ZERO.
01 AllocNoCandCount    PIC 9(5) VALUE ZERO.
01 AllocDropCount      PIC 9(5) VALUE ZERO.
01 AllocStuWait        PIC 99.
01 AllocStatus         PIC X(10).
01 AllocWaitPos        PIC 999.
01 AlCount             PIC 9(4) VALUE ZERO.
01 AlTable.
   02 AlEntry OCCURS 5000 TIMES.
      03 AlStudentId   PIC X(10).
      03 AlKey         PIC 9(5).
      03 AlNear        PIC X(1).
      03 AlCredits     PIC 9(3).
      03 AlStanding    PIC X(13).
      03 AlCatYear     PIC 9(4).
      03 AlCandCount   PIC 99.
      03 AlCand        PIC X(30) OCCURS 10 TIMES.
01 AlOrd               PIC 9(4) OCCURS 5000 TIMES.
01 AlI                 PIC 9(4).
01 AlJ                 PIC 9(4).
01 AlT                 PIC 9(4).
01 AlDoneSw            PIC X(1).
01 SecCount            PIC 9(4) VALUE ZERO.
01 SecTable.
   02 SecEntry OCCURS 1000 TIMES.
      03 SecOffer      PIC 999.
      03 SecNo         PIC 999.
      03 SecFilled     PIC 999.
      03 SecWait       PIC 999.
01 SecIdx              PIC 9(4).
01 SecNum              PIC 999.
01 SecFoundIdx         PIC 9(4).
01 SecWaitIdx          PIC 9(4).
01 SecDropCount        PIC 9(5) VALUE ZERO.
01 SecOpenEdit         PIC ZZ9.
01 AdvisorCode         PIC X(10).
01 AdvSumPath          PIC X(30).
01 AdvCount            PIC 999 VALUE ZERO.
01 AdvIdx              PIC 999.
01 AdvFoundIdx         PIC 999 VALUE ZERO.
01 AdvisorTable.
   02 AdvEntry OCCURS 200 TIMES.
      03 AdvCode       PIC X(10).
      03 AdvStudents   PIC 9(5).
      03 AdvGPASum     PIC 9(7)V99.
      03 AdvNear       PIC 9(5).
      03 AdvGrads      PIC 9(5).
01 AdvDropCount        PIC 9(5) VALUE ZERO.
01 AdvMastPath         PIC X(30) VALUE SPACES.
01 AdvMastStatus       PIC X(2) VALUE '00'.
01 AdvMastEOF          PIC X(1).
01 AmCount             PIC 999 VALUE ZERO.
01 AmIdx               PIC 999.
01 AmIdx2              PIC 999.
01 AmFoundIdx          PIC 999 VALUE ZERO.
01 AmBestIdx           PIC 999.
01 AmBestRoom          PIC 9(5).
01 AmDropCount         PIC 9(5) VALUE ZERO.
01 AmBadCount          PIC 9(5) VALUE ZERO.
01 AmTable.
   02 AmEntry OCCURS 200 TIMES.
      03 AmCode        PIC X(10).
      03 AmName        PIC X(30).
      03 AmEmail       PIC X(40).
      03 AmDept        PIC X(20).
      03 AmMajors      PIC X(40).
      03 AmMax         PIC 9(4).
      03 AmStatus      PIC X(1).
      03 AmLoad        PIC 9(5).
      03 AmProj        PIC 9(5).
      03 AmIn          PIC 9(5).
      03 AmOut         PIC 9(5).
01 AmMaxRaw            PIC X(10).
01 AmStatusRaw         PIC X(10).
01 AmMajorTok          PIC X(10) OCCURS 5 TIMES.
01 AmMajorIdx          PIC 9.
01 AmServesSw          PIC X(1).
01 AmStatusText        PIC X(8).
01 AdvUnknownCount     PIC 9(5) VALUE ZERO.
01 AdvInactiveCount    PIC 9(5) VALUE ZERO.
01 BalRptPath          PIC X(30) VALUE SPACES.
01 BalLine             PIC X(150).
01 ReassignPath        PIC X(30) VALUE SPACES.
01 ReassignStatus      PIC X(2) VALUE '00'.
01 ReassignEOF         PIC X(1).
01 ReassignLine        PIC X(150).
01 RosterOutPath       PIC X(30) VALUE SPACES.
01 CaseCount           PIC 9(4) VALUE ZERO.
01 CaseIdx             PIC 9(4).
01 CaseDropCount       PIC 9(5) VALUE ZERO.
01 CaseTable.
   02 CaseEntry OCCURS 2000 TIMES.
      03 CaseId        PIC X(10).
      03 CaseAdv       PIC X(10).
      03 CaseMajor     PIC X(10).
      03 CaseAmIdx     PIC 999.
      03 CaseMove      PIC X(1).
      03 CaseTo        PIC 999.
01 CaseExcess          PIC 9(5).
01 CaseReasonText      PIC X(20).
01 CaseMoveCount       PIC 9(5) VALUE ZERO.
01 CasePropCount       PIC 9(5) VALUE ZERO.
01 CaseUnplacedCount   PIC 9(5) VALUE ZERO.
01 RaCount             PIC 9(4) VALUE ZERO.
01 RaIdx               PIC 9(4).
01 RaFoundIdx          PIC 9(4).
01 RaTable.
   02 RaEntry OCCURS 2000 TIMES.
      03 RaId          PIC X(10).
      03 RaFrom        PIC X(10).
      03 RaTo          PIC X(10).
      03 RaUsed        PIC X(1).
01 RaIdRaw             PIC X(10).
01 RaFromRaw           PIC X(10).
01 RaToRaw             PIC X(10).
01 RaMajorRaw          PIC X(10).
01 RaReasonRaw         PIC X(20).
01 RaApproveRaw        PIC X(10).
01 RaLinesRead         PIC 9(5) VALUE ZERO.
01 RaNotApproved       PIC 9(5) VALUE ZERO.
01 RaRejected          PIC 9(5) VALUE ZERO.
01 RaApplied           PIC 9(5) VALUE ZERO.
01 RaStale             PIC 9(5) VALUE ZERO.
01 RaMissing           PIC 9(5) VALUE ZERO.
01 RaDropCount         PIC 9(5) VALUE ZERO.
01 RosterOutLine       PIC X(200).
01 RosterLinesOut      PIC 9(5) VALUE ZERO.
01 RosterPipeCount     PIC 99.
01 BalEdit1            PIC ZZZZ9.
01 BalEdit2            PIC ZZZZ9.
01 BalEdit3            PIC ZZZZ9.
01 BalEdit4            PIC ZZZZ9.
01 BalEdit5            PIC ZZZZ9.
01 BalMaxText          PIC X(5).
01 BalFlagText         PIC X(12).
01 RosterPos           PIC 999.
01 RosterPos3          PIC 999.
01 RosterPos4          PIC 999.
01 NotifyQPath         PIC X(30) VALUE SPACES.
01 NotifyQStatus       PIC X(2) VALUE '00'.
01 NotifyQEOF          PIC X(1).
01 NotifyExcPath       PIC X(30) VALUE SPACES.
01 NotifyExcStatus     PIC X(2) VALUE '00'.
01 NotifyExcEOF        PIC X(1).
01 NotifyExcLine       PIC X(150).
01 DeliveryPath        PIC X(30) VALUE SPACES.
01 DeliveryStatus      PIC X(2) VALUE '00'.
01 DeliveryEOF         PIC X(1).
01 UndelivRptPath      PIC X(30) VALUE SPACES.
01 UndelivLine         PIC X(150).
01 TmplRiskPath        PIC X(30) VALUE SPACES.
01 LetterDest          PIC X(1) VALUE 'L'.
01 NtType              PIC X(10).
01 NtSubject           PIC X(100).
01 NtSeq               PIC 9(5) VALUE ZERO.
01 NtPartTag           PIC X(3) VALUE SPACES.
01 NtEmailAt           PIC 99.
01 NtEmailSp           PIC 99.
01 NtEmailLen          PIC 99.
01 NtReason            PIC X(30).
01 NtRiskId            PIC X(10).
01 NtRiskCount         PIC 99 VALUE ZERO.
01 NtRiskIdx           PIC 99.
01 NtRiskTable.
   02 NtRiskText       PIC X(100) OCCURS 20 TIMES.
01 NtGenerated         PIC 9(5) VALUE ZERO.
01 NtQueuedCount       PIC 9(7) VALUE ZERO.
01 NtBodyCount         PIC 9(7) VALUE ZERO.
01 NtNoEmailCount      PIC 9(5) VALUE ZERO.
01 NqHeaderRec.
   02 NqhType          PIC X(1) VALUE 'H'.
   02 NqhQueueId       PIC X(15).
   02 NqhDate          PIC X(8).
   02 NqhTime          PIC X(8).
   02 FILLER           PIC X(168) VALUE SPACES.
01 NqMessageRec.
   02 NqmType          PIC X(1) VALUE 'M'.
   02 NqmMsgId         PIC X(25).
   02 NqmStudentId     PIC X(10).
   02 NqmRecipient     PIC X(40).
   02 NqmNotifType     PIC X(10).
   02 NqmSubject       PIC X(80).
   02 FILLER           PIC X(34) VALUE SPACES.
01 NqBodyRec.
   02 NqbType          PIC X(1) VALUE 'B'.
   02 NqbMsgId         PIC X(25).
   02 NqbLineNo        PIC 9(3).
   02 NqbText          PIC X(150).
   02 FILLER           PIC X(21) VALUE SPACES.
01 NqTrailerRec.
   02 NqtType          PIC X(1) VALUE 'T'.
   02 NqtQueueId       PIC X(15).
   02 NqtMsgCount      PIC 9(7).
   02 NqtBodyCount     PIC 9(7).
   02 FILLER           PIC X(170) VALUE SPACES.
01 NrCount             PIC 9(4) VALUE ZERO.
01 NrIdx               PIC 9(4).
01 NrFoundIdx          PIC 9(4).
01 NrLow               PIC 9(4).
01 NrHigh              PIC 9(4).
01 NrMid               PIC 9(4).
01 NrSortedSw          PIC X(1) VALUE 'Y'.
01 NrTable.
   02 NrEntry OCCURS 5000 TIMES.
      03 NrMsgId       PIC X(25).
      03 NrStudentId   PIC X(10).
      03 NrRecipient   PIC X(40).
      03 NrNotifType   PIC X(10).
      03 NrStatus      PIC X(1).
      03 NrStatDate    PIC X(8).
      03 NrDetail      PIC X(40).
01 NrIdRaw             PIC X(25).
01 NrStatRaw           PIC X(12).
01 NrDateRaw           PIC X(8).
01 NrDetailRaw         PIC X(40).
01 NrNameRaw           PIC X(40).
01 NrTypeRaw           PIC X(10).
01 NrReasonRaw         PIC X(40).
01 NrSegOpen           PIC X(1).
01 NrSegMsgs           PIC 9(7).
01 NrSegBody           PIC 9(7).
01 NrBodyTotal         PIC 9(7) VALUE ZERO.
01 NrSegments          PIC 9(3) VALUE ZERO.
01 NrTrailerErr        PIC 9(3) VALUE ZERO.
01 NrNoTrailer         PIC 9(3) VALUE ZERO.
01 NrQueueBad          PIC 9(5) VALUE ZERO.
01 NrDropCount         PIC 9(5) VALUE ZERO.
01 NrStatusLines       PIC 9(5) VALUE ZERO.
01 NrUnmatched         PIC 9(5) VALUE ZERO.
01 NrBadStatus         PIC 9(5) VALUE ZERO.
01 NrSection           PIC X(1).
01 NrSectionCount      PIC 9(5).
01 NrTypeIdx           PIC 9.
01 NrTypeTable.
   02 NrTypeEntry OCCURS 5 TIMES.
      03 NrTypeName    PIC X(10).
      03 NrTypeQueued  PIC 9(5).
      03 NrTypeDeliv   PIC 9(5).
      03 NrTypeBounce  PIC 9(5).
      03 NrTypeDefer   PIC 9(5).
      03 NrTypeNoStat  PIC 9(5).
      03 NrTypeNoEmail PIC 9(5).
01 NrTotQueued         PIC 9(5) VALUE ZERO.
01 NrTotDeliv          PIC 9(5) VALUE ZERO.
01 NrTotBounce         PIC 9(5) VALUE ZERO.
01 NrTotDefer          PIC 9(5) VALUE ZERO.
01 NrTotNoStat         PIC 9(5) VALUE ZERO.
01 NrTotNoEmail        PIC 9(5) VALUE ZERO.
01 NrEdit1             PIC ZZZZ9.
01 NrEdit2             PIC ZZZZ9.
01 NrEdit3             PIC ZZZZ9.
01 NrEdit4             PIC ZZZZ9.
01 NrEdit5             PIC ZZZZ9.
01 NrEdit6             PIC ZZZZ9.
01 NrEdit7             PIC ZZZZ9.
01 GenCatPath          PIC X(30) VALUE SPACES.
01 GenCatStatus        PIC X(2) VALUE '00'.
01 GenCatEOF           PIC X(1).
01 GenCatLine          PIC X(250).
01 GenWorkPath         PIC X(40).
01 GenWorkStatus       PIC X(2) VALUE '00'.
01 GenWorkEOF          PIC X(1).
01 GenBackupPath       PIC X(40).
01 GenBackupStatus     PIC X(2) VALUE '00'.
01 GenKeep             PIC 99 VALUE 3.
01 GenRestoreRaw       PIC X(10) VALUE SPACES.
01 GenRestoreNo        PIC 9(4) VALUE ZERO.
01 GenCount            PIC 9(3) VALUE ZERO.
01 GenIdx              PIC 9(3).
01 GenCurIdx           PIC 9(3) VALUE ZERO.
01 GenFoundIdx         PIC 9(3).
01 GenTable.
   02 GenEntry OCCURS 200 TIMES.
      03 GenNo         PIC 9(4).
      03 GenStat       PIC X(8).
      03 GenMaster     PIC X(30).
      03 GenKeyed      PIC X(30).
      03 GenBackup     PIC X(40).
      03 GenRunId      PIC X(15).
      03 GenMode       PIC X(1).
      03 GenStudents   PIC 9(5).
      03 GenRecords    PIC 9(7).
      03 GenNote       PIC X(30).
01 GenNoRaw            PIC X(10).
01 GenStudRaw          PIC X(10).
01 GenRecRaw           PIC X(10).
01 GenMaxNo            PIC 9(4).
01 GenSlot             PIC 99.
01 GenQuot             PIC 9(4).
01 GenCntStudents      PIC 9(5).
01 GenCntRecords       PIC 9(7).
01 GenThisRunId        PIC X(15).
01 GenThisMode         PIC X(1).
01 GenLogSw            PIC X(1) VALUE 'N'.
01 GenBackupOptSw      PIC X(1) VALUE 'N'.
01 GenNewMaster        PIC X(30).
01 GenNewKeyed         PIC X(30).
01 GenNewNote          PIC X(30).
01 GenHdrTag           PIC X(10).
01 GenHdrNo            PIC X(10).
01 GenHdrRun           PIC X(15).
01 GenHdrMode          PIC X(1).
01 GenHdrStud          PIC X(10).
01 GenHdrRec           PIC X(10).
01 GenKeyedCount       PIC 9(7).
01 PartPlanPath        PIC X(30) VALUE SPACES.
01 PartPlanStatus      PIC X(2) VALUE '00'.
01 PartPlanEOF         PIC X(1).
01 PartTallyPath       PIC X(30) VALUE SPACES.
01 PartCountRaw        PIC X(10) VALUE SPACES.
01 PartCount           PIC 99 VALUE ZERO.
01 PartNo              PIC 99.
01 PartOutPath         PIC X(40).
01 PartOutStatus       PIC X(2) VALUE '00'.
01 PartInPath          PIC X(40).
01 PartInStatus        PIC X(2) VALUE '00'.
01 PartInEOF           PIC X(1).
01 PartBase            PIC X(30).
01 PartName            PIC X(40).
01 PartLenErr          PIC 99 VALUE ZERO.
01 PartIdCount         PIC 9(5) VALUE ZERO.
01 PartIdTable.
   02 PartId           PIC X(10) OCCURS 10000 TIMES.
01 PartI               PIC 9(5).
01 PartJ               PIC 9(5).
01 PartT               PIC X(10).
01 PartDoneSw          PIC X(1).
01 PartSize            PIC 9(5).
01 PartTable.
   02 PartEntry OCCURS 20 TIMES.
      03 PartLow       PIC X(10).
      03 PartHigh      PIC X(10).
      03 PartStudents  PIC 9(5).
      03 PartRoster    PIC X(40).
      03 PartCtl       PIC X(40).
      03 PartTally     PIC X(40).
      03 PartState     PIC X(1).
         88 PartOk              VALUE 'C'.
         88 PartPartial         VALUE 'P'.
01 PartStuId           PIC X(10).
01 PartInRange         PIC X(1).
01 PartLine            PIC X(300).
01 PartTag             PIC X(10).
01 PartPtr             PIC 999.
01 PartFld             PIC 99.
01 PartFldMax          PIC 99.
01 PartRaw             PIC X(30) OCCURS 30 TIMES.
01 PartHdrState        PIC X(10).
01 PartHdrRunId        PIC X(15).
01 PartHdrBal          PIC X(1).
01 PartHdrPartial      PIC X(1).
01 PartGpaEdit         PIC 9(7).99.
01 PartBadCount        PIC 99 VALUE ZERO.
01 PartPartialList     PIC X(60) VALUE SPACES.
01 PartCommaCount      PIC 99.
01 PartScan            PIC 999.
01 PartPlanStudents    PIC 9(5) VALUE ZERO.
01 PartTallyCsv        PIC 9(5) VALUE ZERO.
01 PartTallyRisk       PIC 9(5) VALUE ZERO.
01 PartMstStudents     PIC 9(5) VALUE ZERO.
01 PartMstRecords      PIC 9(7) VALUE ZERO.
01 PartRiskLines       PIC 9(5) VALUE ZERO.
01 PartSapLines        PIC 9(5) VALUE ZERO.
01 PartHdrDone         PIC X(1).
01 PartGradPass        PIC 9.
01 PartGradSect        PIC 9.
01 PartMergeGrad       PIC 9(4) VALUE ZERO.
01 PartMergeNear       PIC 9(4) VALUE ZERO.
01 PartDupMsgs         PIC 9(5) VALUE ZERO.
01 PartDropEnr         PIC X(1) VALUE 'N'.
01 PartDropBal         PIC X(1) VALUE 'N'.
01 PartDropText        PIC X(100).
01 PartHoldLines       PIC 9(5) VALUE ZERO.
01 CohRptPath          PIC X(30).
01 CohRptStatus        PIC X(2) VALUE '00'.
01 CohCsvPath          PIC X(30).
01 CohCsvStatus        PIC X(2) VALUE '00'.
01 CohInPath           PIC X(40).
01 CohInStatus         PIC X(2) VALUE '00'.
01 CohInEOF            PIC X(1).
01 CohSource           PIC X(1).
01 CohLine             PIC X(300).
01 CohInGroup          PIC X(1) VALUE 'N'.
01 CohFilesRead        PIC 9(3) VALUE ZERO.
01 CohFilesSkipped     PIC 9(3) VALUE ZERO.
01 CohGenExpired       PIC 9(3) VALUE ZERO.
01 CohSightings        PIC 9(7) VALUE ZERO.
01 CohNoTermCount      PIC 9(5) VALUE ZERO.
01 CohDropCount        PIC 9(5) VALUE ZERO.
01 CohRowDrops         PIC 9(5) VALUE ZERO.
01 CohId               PIC X(10).
01 CohMajor            PIC X(10).
01 CohStanding         PIC X(13).
01 CohRemainRaw        PIC X(10).
01 CohRemaining        PIC S9(4).
01 CohHasReq           PIC X(1).
01 CohXferHrs          PIC 9(4).
01 CohXferN            PIC 99.
01 CohXferIdx          PIC 99.
01 CohXferTable.
   02 CohXferEntry OCCURS 60 TIMES.
      03 CohXfTerm     PIC X(20).
      03 CohXfHrs      PIC 9(3).
01 CohTermCode         PIC X(20).
01 CohTermDate         PIC 9(8).
01 CohTermReg          PIC 9(5).
01 CohSeason           PIC X(2).
01 CohYear             PIC 9(4).
01 CohTermN            PIC 99.
01 CohTermTable.
   02 CohTermEntry OCCURS 40 TIMES.
      03 CohTmCode     PIC X(20).
      03 CohTmDate     PIC 9(8).
      03 CohTmReg      PIC 9(5).
01 CohTmIdx            PIC 99.
01 CohTmIdx2           PIC 99.
01 CohNextSw           PIC X(1).
01 CohEntryTerm        PIC X(20).
01 CohEntryDate        PIC 9(8).
01 CohEntryReg         PIC 9(5).
01 CohLastDate         PIC 9(8).
01 CohMaxReg           PIC 9(5).
01 CohStopSw           PIC X(1).
01 CohRet1Sw           PIC X(1).
01 CohRet2Sw           PIC X(1).
01 CohGradSw           PIC X(1).
01 CohStuCount         PIC 9(5) VALUE ZERO.
01 CohStuIdx           PIC 9(5).
01 CohStuFound         PIC 9(5).
01 CohStuTable.
   02 CohStuEntry OCCURS 5000 TIMES.
      03 CsId          PIC X(10).
      03 CsMajor       PIC X(10).
      03 CsEntryTerm   PIC X(20).
      03 CsEntryDate   PIC 9(8).
      03 CsEntryReg    PIC 9(5).
      03 CsType        PIC X(2).
      03 CsRet1        PIC X(1).
      03 CsRet2        PIC X(1).
      03 CsStopOut     PIC X(1).
      03 CsGrad        PIC X(1).
      03 CsGradDate    PIC 9(8).
      03 CsOnCur       PIC X(1).
      03 CsStanding    PIC X(13).
      03 CsLastDate    PIC 9(8).
01 CohKey.
   02 CohKeyDate       PIC 9(8).
   02 CohKeyTerm       PIC X(20).
   02 CohKeyType       PIC X(2).
   02 CohKeyMajor      PIC X(10).
01 CohRowCount         PIC 999 VALUE ZERO.
01 CohRowIdx           PIC 999.
01 CohRowFound         PIC 999.
01 CohRowI             PIC 999.
01 CohRowJ             PIC 999.
01 CohRowDone          PIC X(1).
01 CohRowTable.
   02 CohRow OCCURS 500 TIMES.
      03 CrKey.
         04 CrEntryDate PIC 9(8).
         04 CrEntryTerm PIC X(20).
         04 CrType      PIC X(2).
         04 CrMajor     PIC X(10).
      03 CrEntryReg    PIC 9(5).
      03 CrEntered     PIC 9(5).
      03 CrRet1        PIC 9(5).
      03 CrRet2        PIC 9(5).
      03 CrGrad4       PIC 9(5).
      03 CrGrad5       PIC 9(5).
      03 CrGrad6       PIC 9(5).
      03 CrGradAll     PIC 9(5).
      03 CrEnrolled    PIC 9(5).
      03 CrStopRet     PIC 9(5).
      03 CrLeft        PIC 9(5).
      03 CrLeftGood    PIC 9(5).
      03 CrLeftProb    PIC 9(5).
01 CohRowHold          PIC X(105).
01 CohAsOfDate         PIC 9(8).
01 CohAsOfReg          PIC 9(5).
01 CohLimit            PIC 9(8).
01 CohLabel            PIC X(24).
01 CohCnt              PIC 9(5).
01 CohCntEdit          PIC Z(4)9.
01 CohEligSw           PIC X(1).
01 CohPct              PIC 999V9.
01 CohPctEdit          PIC ZZ9.9.
01 CohTypeText         PIC X(10).
01 CohMajorText        PIC X(10).
01 CohRptLine          PIC X(300).
01 CohCsvLine          PIC X(300).
01 CohWork             PIC X(300).
01 PrevAtRiskCount     PIC 9(5) VALUE ZERO.
01 PrevNearCount       PIC 9(4) VALUE ZERO.
01 PrevGradCount       PIC 9(4) VALUE ZERO.
01 NearName            PIC X(40) OCCURS 1000 TIMES.
01 ArchivePath         PIC X(30).
01 ArchGroupTable.
   02 ArchGroup        PIC X(300) OCCURS 700 TIMES.
01 ArchGroupCount      PIC 999 VALUE ZERO.
01 ArchGroupIdx        PIC 999.
01 ArchHasReq          PIC X(1).
	DISPLAY "P to reprocess the disputed students queued by AdvisorInquiry,"
	DISPLAY "D to compare this term's master against the prior term's master,"
	DISPLAY "A to archive graduated students off the master,"
	DISPLAY "S to allocate this term's seats across the student master in priority order,"
	DISPLAY "C to apply approved advisor reassignment proposals to the roster,"
	DISPLAY "N to reconcile the mail relay's delivery status against the notification queue,"
	DISPLAY "G to restore the student master to a prior cataloged generation,"
	DISPLAY "X to split a batch roster run into StudentId-range partitions for concurrent streams,"
	DISPLAY "M to merge and balance the outputs of a partitioned batch roster run,"
	DISPLAY "K to report entry-cohort retention and graduation rates across master generations,"
	DISPLAY "or press Enter for a single student."
	ACCEPT BatchMode


	DISPLAY "Please enter the per-term credit hour cap for the graduation plan, or press Enter for 15."
	ACCEPT PlanCapRaw

	DISPLAY "Please enter the name of the term calendar file"
	DISPLAY "(TermCode|Name|Sequence|StartDate|EndDate|GradeDeadline|TermType per line),"
	DISPLAY "or press Enter to order terms as they appear on transcripts."
	ACCEPT CalendarPath
END-IF
PERFORM LoadEquiv
IF CalendarPath NOT = SPACES
	PERFORM LoadCalendar
END-IF
IF PlanCapRaw(2:1) = SPACE AND PlanCapRaw(1:1) NOT = SPACE
	MOVE PlanCapRaw(1:1) TO PlanCapRaw(2:1)
	MOVE '0' TO PlanCapRaw(1:1)
	PERFORM RunDelta
ELSE IF BatchMode = 'A' OR BatchMode = 'a'
	PERFORM RunArchive
ELSE IF BatchMode = 'S' OR BatchMode = 's'
	PERFORM RunAllocation
ELSE IF BatchMode = 'C' OR BatchMode = 'c'
	PERFORM RunReassign
ELSE IF BatchMode = 'N' OR BatchMode = 'n'
	PERFORM RunNotifyRecon
ELSE IF BatchMode = 'G' OR BatchMode = 'g'
	PERFORM RunGenRestore
ELSE IF BatchMode = 'X' OR BatchMode = 'x'
	PERFORM RunPartSplit
ELSE IF BatchMode = 'M' OR BatchMode = 'm'
	PERFORM RunPartMerge
ELSE IF BatchMode = 'K' OR BatchMode = 'k'
	PERFORM RunCohort
ELSE
	DISPLAY "Please enter the student id for this record."
	ACCEPT StudentId
	DISPLAY "Please enter the name of the degree requirements file."
	ACCEPT DegreeReqPath

	PERFORM AcceptCatYear

	DISPLAY "Please enter the name of the advising report file to create."
	ACCEPT AdvisingRptPath

	ACCEPT CsvExportPath

	PERFORM ResetStudentState
	MOVE ZERO TO ProgCount
	OPEN OUTPUT CSV-EXPORT-FILE
	PERFORM ProcessStudent
	PERFORM AuditPrograms
	PERFORM WriteCsvRow
	CLOSE CSV-EXPORT-FILE
END-IF.

RunBatch.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the roster file (StudentId|TranscriptPath|DegreeReqPath|AdvisorCode per line,"
		DISPLAY "optionally followed by up to three |MAJOR=DegreeReqPath or |MINOR=DegreeReqPath programs"
		DISPLAY "and a |CATYEAR=yyyy catalog year of record)."
		ACCEPT RosterPath
		DISPLAY "Please enter the name of the checkpoint file to track batch progress."
		ACCEPT CheckpointPath
		ACCEPT MasterPath
		DISPLAY "Please enter the name of the keyed student master file to create, or press Enter to skip it."
		ACCEPT KeyedMasterPath
		DISPLAY "Please enter the name of the master generation catalog,"
		DISPLAY "or press Enter if master generations are not managed."
		ACCEPT GenCatPath
		DISPLAY "Please enter the name of the graduation clearance extract file to create."
		ACCEPT GradClearPath
		DISPLAY "Please enter the name of the at-risk outreach file to create."
		DISPLAY "Please enter the name of the student demographics file"
		DISPLAY "(StudentId|Name|Email|AddressLines per line), or press Enter if none."
		ACCEPT DemoPath
		DISPLAY "Please enter the name of the student holds file"
		DISPLAY "(StudentId|HoldType|PlacedDate|ReleasedDate|PlacingOffice per line), or press Enter if none."
		ACCEPT HoldPath
		IF HoldPath NOT = SPACES
			DISPLAY "Please enter the name of the holds impact report file to create."
			ACCEPT HoldRptPath
		END-IF
		DISPLAY "Please enter the name of the advisor master file"
		DISPLAY "(AdvisorCode|Name|Email|Department|MajorsServed|MaxCaseload|Status per line), or press Enter if none."
		ACCEPT AdvMastPath
		IF AdvMastPath NOT = SPACES
			DISPLAY "Please enter the name of the caseload balancing report to create, or press Enter to skip it."
			ACCEPT BalRptPath
			IF BalRptPath NOT = SPACES
				DISPLAY "Please enter the name of the advisor reassignment proposals file to create."
				ACCEPT ReassignPath
			END-IF
		END-IF
		DISPLAY "Please enter the name of the outbound email notification queue file to create,"
		DISPLAY "or press Enter to print letters only."
		ACCEPT NotifyQPath
		IF NotifyQPath NOT = SPACES
			DISPLAY "Please enter the name of the no-email exception list to create."
			ACCEPT NotifyExcPath
			DISPLAY "Please enter the name of the at-risk alert template file,"
			DISPLAY "or press Enter for the standard alert text."
			ACCEPT TmplRiskPath
		END-IF
	END-IF
	PERFORM LoadTemplates
	IF EnrollPath NOT = SPACES
	IF DemoPath NOT = SPACES
		PERFORM LoadDemographics
	END-IF
	IF HoldPath NOT = SPACES
		PERFORM LoadHolds
	END-IF
	IF AdvMastPath NOT = SPACES
		PERFORM LoadAdvisorMaster
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	STRING RunDate DELIMITED BY SIZE
	STRING "Plan hour cap: " DELIMITED BY SIZE PlanHourCap DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF MaxShared < 999
		MOVE MaxShared TO MaxSharedEdit
		STRING "Shared course limit: " DELIMITED BY SIZE
			FUNCTION TRIM(MaxSharedEdit) DELIMITED BY SIZE
			" per additional program" DELIMITED BY SIZE
			INTO RunLogLine
	ELSE
		MOVE "Shared course limit: (none)" TO RunLogLine
	END-IF
	PERFORM WriteRunLogLine
	STRING "Catalog:    " DELIMITED BY SIZE FUNCTION TRIM(CatalogPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
		MOVE "Demographics: (none - extracts show ids only)" TO RunLogLine
	END-IF
	PERFORM WriteRunLogLine
	IF HoldPath NOT = SPACES
		STRING "Holds:      " DELIMITED BY SIZE FUNCTION TRIM(HoldPath) DELIMITED BY SIZE
			" -> " DELIMITED BY SIZE FUNCTION TRIM(HoldRptPath) DELIMITED BY SIZE
			INTO RunLogLine
	ELSE
		MOVE "Holds:      (none)" TO RunLogLine
	END-IF
	PERFORM WriteRunLogLine
	IF AdvMastPath NOT = SPACES
		STRING "Advisors:   " DELIMITED BY SIZE FUNCTION TRIM(AdvMastPath) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		IF BalRptPath NOT = SPACES
			STRING "Caseload:   " DELIMITED BY SIZE FUNCTION TRIM(BalRptPath) DELIMITED BY SIZE
				" -> " DELIMITED BY SIZE FUNCTION TRIM(ReassignPath) DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM WriteRunLogLine
		END-IF
	ELSE
		MOVE "Advisors:   (no advisor master - codes are not checked)" TO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	IF NotifyQPath NOT = SPACES
		STRING "Email queue: " DELIMITED BY SIZE FUNCTION TRIM(NotifyQPath) DELIMITED BY SIZE
			"  no-email list: " DELIMITED BY SIZE FUNCTION TRIM(NotifyExcPath) DELIMITED BY SIZE
			INTO RunLogLine
	ELSE
		MOVE "Email queue: (not requested - letters are printed only)" TO RunLogLine
	END-IF
	PERFORM WriteRunLogLine
	STRING "Demand:     " DELIMITED BY SIZE FUNCTION TRIM(DemandPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
		FUNCTION TRIM(TmplNearPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF PartTallyPath NOT = SPACES
		STRING "Partition tally: " DELIMITED BY SIZE
			FUNCTION TRIM(PartTallyPath) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		MOVE PartTallyPath TO PartOutPath
		OPEN OUTPUT PART-OUT-FILE
		MOVE SPACES TO PartOutRec
		STRING "*TALLY|" DELIMITED BY SIZE
			RunId DELIMITED BY SIZE
			"|RUNNING" DELIMITED BY SIZE
			INTO PartOutRec
		WRITE PartOutRec
		CLOSE PART-OUT-FILE
	END-IF

	MOVE SPACES TO LastCheckpointId
	MOVE 'N' TO SkipMode
		END-IF
	END-IF

	IF GenCatPath NOT = SPACES
		MOVE 'Y' TO GenLogSw
		MOVE RunId TO GenThisRunId
		PERFORM LoadGenCatalog
		IF GenCurIdx > 0
			IF SkipMode = 'Y' AND GenBackup(GenCurIdx) NOT = SPACES
				STRING "GENERATION: restart - generation " DELIMITED BY SIZE
					GenNo(GenCurIdx) DELIMITED BY SIZE
					" was backed up by the interrupted run" DELIMITED BY SIZE
					INTO RunLogLine
				PERFORM GenLog
			ELSE
				PERFORM BackupCurrentGeneration
			END-IF
		END-IF
	END-IF
	IF SkipMode = 'Y'
		OPEN EXTEND CHECKPOINT-FILE
		OPEN EXTEND CSV-EXPORT-FILE
		IF SapPath NOT = SPACES
			OPEN EXTEND SAP-FILE
		END-IF
		IF NotifyQPath NOT = SPACES
			OPEN EXTEND NOTIFY-QUEUE-FILE
			OPEN EXTEND NOTIFY-EXC-FILE
		END-IF
	ELSE
		OPEN OUTPUT CHECKPOINT-FILE
		OPEN OUTPUT CSV-EXPORT-FILE
			WRITE SapRec
			MOVE SPACES TO SapLine
		END-IF
		IF NotifyQPath NOT = SPACES
			OPEN OUTPUT NOTIFY-QUEUE-FILE
			OPEN OUTPUT NOTIFY-EXC-FILE
			MOVE "StudentId|Name|NotificationType|Reason" TO NotifyExcRec
			WRITE NotifyExcRec
		END-IF
	END-IF
	IF NotifyQPath NOT = SPACES
		IF NotifyQStatus NOT = '00' OR NotifyExcStatus NOT = '00'
			DISPLAY "ERROR: could not open notification queue "
				FUNCTION TRIM(NotifyQPath) " (status " NotifyQStatus
				") or no-email list " FUNCTION TRIM(NotifyExcPath)
				" (status " NotifyExcStatus ")"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE RunId TO NqhQueueId
		MOVE RunDate TO NqhDate
		MOVE RunTimeStart TO NqhTime
		MOVE NqHeaderRec TO NotifyQRec
		WRITE NotifyQRec
	END-IF
	IF KeyedMasterPath NOT = SPACES AND KeyedStatus NOT = '00'
		DISPLAY "WARNING: could not open keyed master "
		IF RosterEOF NOT = 'Y'
			COMPUTE RosterLinesRead = RosterLinesRead + 1
			MOVE SPACES TO AdvisorCode
			MOVE SPACES TO ProgRaw(1)
			MOVE SPACES TO ProgRaw(2)
			MOVE SPACES TO ProgRaw(3)
			MOVE SPACES TO ProgRaw(4)
			UNSTRING RosterRec DELIMITED BY '|'
				INTO StudentId, Path, DegreeReqPath, AdvisorCode,
					ProgRaw(1), ProgRaw(2), ProgRaw(3), ProgRaw(4)
			MOVE 9999 TO StuCatYear
			PERFORM ParseRosterPrograms
			PERFORM LookupDemographics
			IF SkipMode = 'Y'
				COMPUTE SkippedCount = SkippedCount + 1
					MOVE 'N' TO SkipMode
				END-IF
			ELSE
				PERFORM LookupHolds
				STRING FUNCTION TRIM(Path) DELIMITED BY SIZE ".rpt" DELIMITED BY SIZE
					INTO AdvisingRptPath
				STRING FUNCTION TRIM(Path) DELIMITED BY SIZE ".exc" DELIMITED BY SIZE
					INTO ExceptionsPath
				IF AdvMastPath NOT = SPACES
					PERFORM CheckRosterAdvisor
				END-IF
				PERFORM ResetStudentState
				PERFORM ProcessStudent
				IF TranscriptOpenFail = 'Y'
							INTO RunLogLine
						PERFORM WriteRunLogLine
					END-IF
					MOVE 'Y' TO ProgRptSw
					PERFORM AuditPrograms
					MOVE 'N' TO ProgRptSw
					MOVE AtRiskFlagCount TO PrevAtRiskCount
					MOVE NearCount TO PrevNearCount
					MOVE GradCount TO PrevGradCount
					PERFORM WriteMasterStudent
					PERFORM CollectGradCandidates
					PERFORM CheckAtRisk
					IF NotifyQPath NOT = SPACES AND NtRiskCount > 0
						MOVE 4 TO TmplSel
						MOVE "ATRISK" TO NtType
						PERFORM QueueNotice
					END-IF
					PERFORM CollectAdvisorStats
					IF BalRptPath NOT = SPACES
						PERFORM CollectCaseload
					END-IF
					IF DfwPath NOT = SPACES
						PERFORM CollectDfwStats
					END-IF
					PERFORM CollectDemand
					PERFORM WriteLetter
					MOVE ZERO TO StuEnrHeld
					IF EnrollPath NOT = SPACES
						PERFORM AuditEnrollments
					END-IF
					IF StuHoldCount > 0
						PERFORM NoteHoldImpact
					END-IF
					IF SapPath NOT = SPACES
						PERFORM WriteSapRow
					END-IF
		CLOSE KEYED-MASTER-FILE
	END-IF
	CLOSE AT-RISK-FILE
	IF NotifyQPath NOT = SPACES
		MOVE RunId TO NqtQueueId
		MOVE NtQueuedCount TO NqtMsgCount
		MOVE NtBodyCount TO NqtBodyCount
		MOVE NqTrailerRec TO NotifyQRec
		WRITE NotifyQRec
		CLOSE NOTIFY-QUEUE-FILE
		CLOSE NOTIFY-EXC-FILE
		DISPLAY "Email notices queued:            " NtQueuedCount
		DISPLAY "Notices with no usable email:    " NtNoEmailCount
	END-IF
	IF EnrollPath NOT = SPACES
		PERFORM ReportUnmatchedEnrollments
		CLOSE ENROLL-RPT-FILE
		DISPLAY "Enrollments checked:             " EnrCheckedCount
		DISPLAY "Ineligible enrollments:          " EnrIneligCount
		IF HoldPath NOT = SPACES
			DISPLAY "Enrollments held:                " EnrHeldCount
		END-IF
	END-IF
	IF SapPath NOT = SPACES
		CLOSE SAP-FILE
	IF AdvSumPath NOT = SPACES
		PERFORM WriteAdvisorSummary
	END-IF
	IF HoldPath NOT = SPACES
		PERFORM WriteHoldImpact
	END-IF
	IF BalRptPath NOT = SPACES
		PERFORM BalanceCaseloads
		PERFORM WriteBalanceReport
		PERFORM WriteReassignFile
	END-IF
	DISPLAY "At-risk flags written:           " AtRiskFlagCount
	DISPLAY "Letters written:                 " LetterCount
	IF CalCount > 0
		DISPLAY "Records off the term calendar:   " CalTermRejCount
		STRING "Transcript records rejected, term not on calendar: "
				DELIMITED BY SIZE
			CalTermRejCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		IF OfferBadTermCount > 0 OR EnrBadTermCount > 0
			STRING "Offering/enrollment lines ignored, term not on calendar: "
					DELIMITED BY SIZE
				OfferBadTermCount DELIMITED BY SIZE
				"/" DELIMITED BY SIZE
				EnrBadTermCount DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM WriteRunLogLine
		END-IF
	END-IF
	PERFORM BalanceRunTotals
	IF PartTallyPath NOT = SPACES
		PERFORM WritePartTally
	END-IF
	DISPLAY " "
	DISPLAY "Advisor batch summary"
	DISPLAY "Students processed: " BatchStudentCount
		SchedCollisions DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF ProgAuditCount > 0
		STRING "Added programs:      " DELIMITED BY SIZE
			ProgAuditCount DELIMITED BY SIZE
			" audited, " DELIMITED BY SIZE
			ProgOpenCount DELIMITED BY SIZE
			" still open" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	IF SubWvPath NOT = SPACES
		STRING "Exceptions applied:  " DELIMITED BY SIZE
			SwAppliedCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	IF AdvMastPath NOT = SPACES
		STRING "Advisor codes unknown: " DELIMITED BY SIZE
			AdvUnknownCount DELIMITED BY SIZE
			"  inactive: " DELIMITED BY SIZE
			AdvInactiveCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	IF BalRptPath NOT = SPACES
		STRING "Reassignments proposed: " DELIMITED BY SIZE
			CasePropCount DELIMITED BY SIZE
			"  not placed: " DELIMITED BY SIZE
			CaseUnplacedCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	IF NotifyQPath NOT = SPACES
		STRING "Notices generated:   " DELIMITED BY SIZE
			NtGenerated DELIMITED BY SIZE
			"  queued for email: " DELIMITED BY SIZE
			NtQueuedCount DELIMITED BY SIZE
			"  no usable email: " DELIMITED BY SIZE
			NtNoEmailCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		IF NtGenerated NOT = NtQueuedCount + NtNoEmailCount
			MOVE 'N' TO RunBalanced
		END-IF
	END-IF
	IF KeyedWriteErrs > 0
		STRING "WARNING: " DELIMITED BY SIZE
			KeyedWriteErrs DELIMITED BY SIZE
	IF BalanceErrCount > 0 OR OpenFailCount > 0
		MOVE 'N' TO RunBalanced
	END-IF
	IF GenCatPath NOT = SPACES
		IF RunBalanced = 'Y'
			MOVE MasterPath TO GenNewMaster
			MOVE KeyedMasterPath TO GenNewKeyed
			IF BatchMode = 'M'
				MOVE 'M' TO GenThisMode
				MOVE "partitioned roster merge" TO GenNewNote
			ELSE
				MOVE 'R' TO GenThisMode
				MOVE "batch roster run" TO GenNewNote
			END-IF
			PERFORM RegisterNewGeneration
		ELSE
			MOVE "GENERATION: run out of balance - the new master was NOT cataloged"
				TO RunLogLine
			PERFORM GenLog
		END-IF
	END-IF
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
	MOVE SPACES TO SapPath
	MOVE SPACES TO DemoPath
	MOVE SPACES TO ArchivePath
	MOVE SPACES TO HoldPath
	MOVE SPACES TO HoldRptPath
	MOVE SPACES TO AllocRegPath
	MOVE SPACES TO AllocFillPath
	MOVE SPACES TO AllocShortPath
	MOVE SPACES TO CalendarPath
	MOVE SPACES TO AdvMastPath
	MOVE SPACES TO BalRptPath
	MOVE SPACES TO ReassignPath
	MOVE SPACES TO RosterOutPath
	MOVE SPACES TO NotifyQPath
	MOVE SPACES TO NotifyExcPath
	MOVE SPACES TO TmplRiskPath
	MOVE SPACES TO DeliveryPath
	MOVE SPACES TO UndelivRptPath
	MOVE SPACES TO GenCatPath
	MOVE SPACES TO GenRestoreRaw
	MOVE SPACES TO PartPlanPath
	MOVE SPACES TO PartCountRaw
	MOVE SPACES TO PartTallyPath
	MOVE SPACES TO NtPartTag
	MOVE SPACES TO CohRptPath
	MOVE SPACES TO CohCsvPath
	MOVE SPACE TO ControlEOF
	MOVE ZERO TO CtlLinesRead
	MOVE ZERO TO CtlErrCount
			MOVE CtlVal(1:30) TO DemoPath
		WHEN "ARCHIVE"
			MOVE CtlVal(1:30) TO ArchivePath
		WHEN "HOLDS"
			MOVE CtlVal(1:30) TO HoldPath
		WHEN "HOLDRPT"
			MOVE CtlVal(1:30) TO HoldRptPath
		WHEN "ALLOCREG"
			MOVE CtlVal(1:30) TO AllocRegPath
		WHEN "ALLOCFILL"
			MOVE CtlVal(1:30) TO AllocFillPath
		WHEN "ALLOCSHORT"
			MOVE CtlVal(1:30) TO AllocShortPath
		WHEN "CALENDAR"
			MOVE CtlVal(1:30) TO CalendarPath
		WHEN "ADVISORS"
			MOVE CtlVal(1:30) TO AdvMastPath
		WHEN "BALANCERPT"
			MOVE CtlVal(1:30) TO BalRptPath
		WHEN "REASSIGN"
			MOVE CtlVal(1:30) TO ReassignPath
		WHEN "ROSTEROUT"
			MOVE CtlVal(1:30) TO RosterOutPath
		WHEN "NOTIFYQ"
			MOVE CtlVal(1:30) TO NotifyQPath
		WHEN "NOTIFYEXC"
			MOVE CtlVal(1:30) TO NotifyExcPath
		WHEN "TMPLRISK"
			MOVE CtlVal(1:30) TO TmplRiskPath
		WHEN "DELIVERY"
			MOVE CtlVal(1:30) TO DeliveryPath
		WHEN "UNDELIVRPT"
			MOVE CtlVal(1:30) TO UndelivRptPath
		WHEN "MASTERGEN"
			MOVE CtlVal(1:30) TO GenCatPath
		WHEN "GENRESTORE"
			MOVE CtlVal(1:10) TO GenRestoreRaw
		WHEN "PARTITIONS"
			MOVE CtlVal(1:10) TO PartCountRaw
		WHEN "PARTPLAN"
			MOVE CtlVal(1:30) TO PartPlanPath
		WHEN "PARTTALLY"
			MOVE CtlVal(1:30) TO PartTallyPath
		WHEN "PARTID"
			MOVE CtlVal(1:3) TO NtPartTag
		WHEN "COHORTRPT"
			MOVE CtlVal(1:30) TO CohRptPath
		WHEN "COHORTCSV"
			MOVE CtlVal(1:30) TO CohCsvPath
		WHEN OTHER
			DISPLAY "CONTROL ERROR: unknown parameter " FUNCTION TRIM(CtlKey)
			COMPUTE CtlErrCount = CtlErrCount + 1
ValidateControlParams.
	IF BatchMode NOT = 'R' AND BatchMode NOT = 'P'
			AND BatchMode NOT = 'D' AND BatchMode NOT = 'A'
			AND BatchMode NOT = 'S' AND BatchMode NOT = 'C'
			AND BatchMode NOT = 'N' AND BatchMode NOT = 'G'
			AND BatchMode NOT = 'X' AND BatchMode NOT = 'M'
			AND BatchMode NOT = 'K'
		DISPLAY "CONTROL ERROR: MODE " BatchMode
			" is not supported from a control file; only R (batch roster),"
			" P (reprocess), D (delta), A (archive), S (seat allocation),"
			" C (caseload reassignment), N (notification delivery),"
			" G (master generation restore), X (roster partition split),"
			" M (partition merge) and K (cohort report) run unattended"
		COMPUTE CtlErrCount = CtlErrCount + 1
	END-IF
	MOVE "CATALOG" TO CtlReqName
	IF BatchMode = 'A'
		PERFORM ValidateArchiveParams
	END-IF
	IF BatchMode = 'S'
		PERFORM ValidateAllocParams
	END-IF
	IF BatchMode = 'C'
		PERFORM ValidateReassignParams
	END-IF
	IF BatchMode = 'N'
		PERFORM ValidateNotifyParams
	END-IF
	IF BatchMode = 'G'
		PERFORM ValidateRestoreParams
	END-IF
	IF BatchMode = 'X' OR BatchMode = 'M'
		PERFORM ValidateBatchParams
		MOVE "PARTPLAN" TO CtlReqName
		MOVE PartPlanPath TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF
	IF BatchMode = 'X'
		MOVE "PARTITIONS" TO CtlReqName
		MOVE PartCountRaw TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF
	IF BatchMode = 'K'
		PERFORM ValidateCohortParams
	END-IF
	IF CtlErrCount > 0
		DISPLAY "CONTROL ERROR: " CtlErrCount
			" problem(s) in control file " FUNCTION TRIM(ControlPath)
	MOVE DeltaRptPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateCohortParams.
	IF GenCatPath = SPACES AND MasterPath = SPACES
		DISPLAY "CONTROL ERROR: required parameter MASTERGEN or MASTER is missing"
		COMPUTE CtlErrCount = CtlErrCount + 1
	END-IF
	MOVE "COHORTRPT" TO CtlReqName
	MOVE CohRptPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "COHORTCSV" TO CtlReqName
	MOVE CohCsvPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateArchiveParams.
	MOVE "MASTER" TO CtlReqName
	MOVE MasterPath TO CtlReqVal
	MOVE RunLogPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateAllocParams.
	MOVE "MASTER" TO CtlReqName
	MOVE MasterPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "OFFERINGS" TO CtlReqName
	MOVE OfferingsPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "ALLOCREG" TO CtlReqName
	MOVE AllocRegPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "ALLOCFILL" TO CtlReqName
	MOVE AllocFillPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "ALLOCSHORT" TO CtlReqName
	MOVE AllocShortPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "RUNLOG" TO CtlReqName
	MOVE RunLogPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateReassignParams.
	MOVE "ROSTER" TO CtlReqName
	MOVE RosterPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "ADVISORS" TO CtlReqName
	MOVE AdvMastPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "REASSIGN" TO CtlReqName
	MOVE ReassignPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "ROSTEROUT" TO CtlReqName
	MOVE RosterOutPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "RUNLOG" TO CtlReqName
	MOVE RunLogPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateRestoreParams.
	MOVE "MASTERGEN" TO CtlReqName
	MOVE GenCatPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "GENRESTORE" TO CtlReqName
	MOVE GenRestoreRaw TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "MASTEROUT" TO CtlReqName
	MOVE MasterOutPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "RUNLOG" TO CtlReqName
	MOVE RunLogPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateNotifyParams.
	MOVE "NOTIFYQ" TO CtlReqName
	MOVE NotifyQPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "DELIVERY" TO CtlReqName
	MOVE DeliveryPath TO CtlReqVal
	PERFORM CheckCtlRequired
	MOVE "UNDELIVRPT" TO CtlReqName
	MOVE UndelivRptPath TO CtlReqVal
	PERFORM CheckCtlRequired.

ValidateBatchParams.
	MOVE "ROSTER" TO CtlReqName
	MOVE RosterPath TO CtlReqVal
		MOVE "ENROLLRPT" TO CtlReqName
		MOVE EnrollRptPath TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF
	IF HoldPath NOT = SPACES
		MOVE "HOLDRPT" TO CtlReqName
		MOVE HoldRptPath TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF
	IF BalRptPath NOT = SPACES
		MOVE "ADVISORS" TO CtlReqName
		MOVE AdvMastPath TO CtlReqVal
		PERFORM CheckCtlRequired
		MOVE "REASSIGN" TO CtlReqName
		MOVE ReassignPath TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF
	IF NotifyQPath NOT = SPACES
		MOVE "NOTIFYEXC" TO CtlReqName
		MOVE NotifyExcPath TO CtlReqVal
		PERFORM CheckCtlRequired
	END-IF.

CheckCtlRequired.
			IF CatCount < 400
				COMPUTE CatCount = CatCount + 1
				MOVE SPACE TO CatHourRaw
				MOVE SPACES TO CatFromRaw
				MOVE SPACES TO CatThruRaw
				UNSTRING CatalogRec DELIMITED BY '|'
					INTO CatCourse(CatCount), CatTitle(CatCount), CatHourRaw,
						CatPrereqs(CatCount), CatTerms(CatCount),
						CatFromRaw, CatThruRaw
				IF CatHourRaw NUMERIC
					MOVE CatHourRaw TO CatHours(CatCount)
				END-IF
				MOVE ZERO TO CatFrom(CatCount)
				MOVE 9999 TO CatThru(CatCount)
				IF CatFromRaw(1:4) NUMERIC
					MOVE CatFromRaw(1:4) TO CatFrom(CatCount)
					MOVE 'Y' TO CatVerSw
				END-IF
				IF CatThruRaw(1:4) NUMERIC
					MOVE CatThruRaw(1:4) TO CatThru(CatCount)
					MOVE 'Y' TO CatVerSw
				END-IF
			ELSE
				COMPUTE CatDropCount = CatDropCount + 1
			END-IF
					COMPUTE SapPacePct = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "SAPMAXTIME"
					COMPUTE SapMaxTimePct = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "MAXSHARED"
					COMPUTE MaxShared = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "HOLDINFO"
					MOVE FUNCTION UPPER-CASE(PolicyValRaw) TO HoldInfoTypes
				WHEN "ALLOCORDER"
					MOVE FUNCTION UPPER-CASE(PolicyValRaw(1:3)) TO AllocOrder
				WHEN "ALLOCNEAR"
					COMPUTE AllocNearCredits = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "ALLOCTARGET"
					COMPUTE AllocTargetHours = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "PLANSUMMER"
					MOVE FUNCTION UPPER-CASE(PolicyValRaw(1:1)) TO PlanSummer
				WHEN "GENKEEP"
					COMPUTE GenKeep = FUNCTION NUMVAL(PolicyValRaw)
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		COMPUTE CompareCount = CompareCount + 1
		IF CatCourse(CatOrd(BinMid)) = BinSearchKey
			MOVE CatOrd(BinMid) TO CatFoundIdx
			IF CatVerSw = 'Y'
				PERFORM PickCatVersion
			END-IF
			COMPUTE BinLo = BinHi + 1
		ELSE
			IF CatCourse(CatOrd(BinMid)) < BinSearchKey
		END-IF
	END-PERFORM.

PickCatVersion.
	MOVE BinMid TO CatPos
	MOVE 'N' TO CatScanDone
	PERFORM UNTIL CatScanDone = 'Y'
		IF CatPos <= 1
			MOVE 'Y' TO CatScanDone
		ELSE
			IF CatCourse(CatOrd(CatPos - 1)) NOT = BinSearchKey
				MOVE 'Y' TO CatScanDone
			ELSE
				COMPUTE CatPos = CatPos - 1
			END-IF
		END-IF
	END-PERFORM
	MOVE ZERO TO CatFoundIdx
	MOVE ZERO TO CatLateIdx
	MOVE ZERO TO CatEarlyIdx
	MOVE 'N' TO CatScanDone
	PERFORM UNTIL CatScanDone = 'Y'
		IF CatPos > CatCount
			MOVE 'Y' TO CatScanDone
		ELSE
			MOVE CatOrd(CatPos) TO CatVerIdx
			IF CatCourse(CatVerIdx) NOT = BinSearchKey
				MOVE 'Y' TO CatScanDone
			ELSE
				IF CatFrom(CatVerIdx) <= StuCatYear
						AND CatThru(CatVerIdx) >= StuCatYear
					MOVE CatVerIdx TO CatFoundIdx
					MOVE 'Y' TO CatScanDone
				ELSE
					IF CatFrom(CatVerIdx) <= StuCatYear
						IF CatLateIdx = 0
								OR CatFrom(CatVerIdx) > CatFrom(CatLateIdx)
							MOVE CatVerIdx TO CatLateIdx
						END-IF
					ELSE
						IF CatEarlyIdx = 0
								OR CatFrom(CatVerIdx) < CatFrom(CatEarlyIdx)
							MOVE CatVerIdx TO CatEarlyIdx
						END-IF
					END-IF
				END-IF
				COMPUTE CatPos = CatPos + 1
			END-IF
		END-IF
	END-PERFORM
	IF CatFoundIdx = 0
		IF CatLateIdx > 0
			MOVE CatLateIdx TO CatFoundIdx
		ELSE
			MOVE CatEarlyIdx TO CatFoundIdx
		END-IF
	END-IF.

CheckCatalog.
	PERFORM FindCatalog
	IF CatFoundIdx = 0
	END-IF.

LoadDegreeReqs.
	PERFORM ScanDegVersions
	MOVE ZERO TO DegVerNum
	MOVE SPACE TO DegReqEOF
	MOVE 1 TO ReqCount
	PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > 100
	END-READ
	UNSTRING DegreeReqRec DELIMITED BY '|'
		INTO MajorCode, DegreeTotalCredits
	MOVE ZERO TO BlkCount
	MOVE ZERO TO BlkMemTotal
	MOVE 'N' TO BlkOpen
	PERFORM UNTIL DegReqEOF = 'Y'
		READ DEGREE-REQ-FILE INTO DegreeReqRec
			AT END MOVE 'Y' TO DegReqEOF
		END-READ
		IF DegReqEOF NOT = 'Y'
			EVALUATE TRUE
				WHEN DegreeReqRec(1:6) = "YEARS|"
					MOVE 'N' TO BlkOpen
					COMPUTE DegVerNum = DegVerNum + 1
					IF DegVerNum = DegVerPick
							AND DegVerCred(DegVerPick)(1:1) NUMERIC
						COMPUTE DegreeTotalCredits =
							FUNCTION NUMVAL(DegVerCred(DegVerPick))
					END-IF
				WHEN DegVerNum > 0 AND DegVerNum NOT = DegVerPick
					CONTINUE
				WHEN DegreeReqRec(1:6) = "BLOCK|"
					PERFORM StartDegreeBlock
				WHEN DegreeReqRec(1:8) = "ENDBLOCK"
					MOVE 'N' TO BlkOpen
				WHEN BlkOpen = 'Y'
					IF DegreeReqRec NOT = SPACES
						PERFORM AddBlockMember
					END-IF
				WHEN OTHER
					IF ReqCount <= 100
						MOVE DegreeReqRec(1:30) TO RequiredCourse(ReqCount)
						COMPUTE ReqCount = ReqCount + 1
					END-IF
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE DEGREE-REQ-FILE
	PERFORM RebuildReqIdx
	IF BlkDropCount > 0
		DISPLAY "WARNING: requirement block table is full; " BlkDropCount
			" block line(s) in " FUNCTION TRIM(DegreeReqPath) " were ignored"
		MOVE ZERO TO BlkDropCount
	END-IF.


ScanDegVersions.
	MOVE ZERO TO DegVerCount
	MOVE ZERO TO DegVerPick
	MOVE SPACES TO DegVerText
	MOVE SPACE TO DegReqEOF
	OPEN INPUT DEGREE-REQ-FILE
	PERFORM UNTIL DegReqEOF = 'Y'
		READ DEGREE-REQ-FILE INTO DegreeReqRec
			AT END MOVE 'Y' TO DegReqEOF
		END-READ
		IF DegReqEOF NOT = 'Y' AND DegreeReqRec(1:6) = "YEARS|"
				AND DegVerCount < 20
			COMPUTE DegVerCount = DegVerCount + 1
			MOVE SPACES TO DegFromRaw
			MOVE SPACES TO DegThruRaw
			MOVE SPACES TO DegCredRaw
			UNSTRING DegreeReqRec DELIMITED BY '|'
				INTO DegLineTag, DegFromRaw, DegThruRaw, DegCredRaw
			MOVE ZERO TO DegVerFrom(DegVerCount)
			MOVE 9999 TO DegVerThru(DegVerCount)
			IF DegFromRaw(1:4) NUMERIC
				MOVE DegFromRaw(1:4) TO DegVerFrom(DegVerCount)
			END-IF
			IF DegThruRaw(1:4) NUMERIC
				MOVE DegThruRaw(1:4) TO DegVerThru(DegVerCount)
			END-IF
			MOVE DegCredRaw TO DegVerCred(DegVerCount)
		END-IF
	END-PERFORM
	CLOSE DEGREE-REQ-FILE
	IF DegVerCount > 0
		PERFORM PickDegVersion
	END-IF.

PickDegVersion.
	MOVE ZERO TO DegVerLate
	MOVE ZERO TO DegVerEarly
	PERFORM VARYING DegVerNum FROM 1 BY 1
			UNTIL DegVerNum > DegVerCount OR DegVerPick > 0
		IF DegVerFrom(DegVerNum) <= StuCatYear
				AND DegVerThru(DegVerNum) >= StuCatYear
			MOVE DegVerNum TO DegVerPick
		ELSE
			IF DegVerFrom(DegVerNum) <= StuCatYear
				IF DegVerLate = 0
						OR DegVerFrom(DegVerNum) > DegVerFrom(DegVerLate)
					MOVE DegVerNum TO DegVerLate
				END-IF
			ELSE
				IF DegVerEarly = 0
						OR DegVerFrom(DegVerNum) < DegVerFrom(DegVerEarly)
					MOVE DegVerNum TO DegVerEarly
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF DegVerPick = 0
		IF DegVerLate > 0
			MOVE DegVerLate TO DegVerPick
		ELSE
			MOVE DegVerEarly TO DegVerPick
		END-IF
		IF StuCatYear NOT = 9999
			DISPLAY "WARNING: no requirement version in "
				FUNCTION TRIM(DegreeReqPath) " covers catalog year "
				StuCatYear "; using the version effective "
				DegVerFrom(DegVerPick)
		END-IF
	END-IF
	IF DegVerThru(DegVerPick) = 9999
		STRING "catalog years " DELIMITED BY SIZE
			DegVerFrom(DegVerPick) DELIMITED BY SIZE
			" onward" DELIMITED BY SIZE
			INTO DegVerText
	ELSE
		STRING "catalog years " DELIMITED BY SIZE
			DegVerFrom(DegVerPick) DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			DegVerThru(DegVerPick) DELIMITED BY SIZE
			INTO DegVerText
	END-IF.

SetStuCatYear.
	MOVE 9999 TO StuCatYear
	IF CatYearRaw(1:4) NUMERIC
		MOVE CatYearRaw(1:4) TO StuCatYear
	ELSE
		IF CatYearRaw NOT = SPACES
			DISPLAY "WARNING: catalog year " FUNCTION TRIM(CatYearRaw)
				" for student " FUNCTION TRIM(StudentId)
				" is not a year; the current catalog will be used"
		END-IF
	END-IF.

AcceptCatYear.
	DISPLAY "Please enter the student's catalog year of record (for example 2024),"
	DISPLAY "or press Enter to audit under the current catalog."
	MOVE SPACES TO CatYearRaw
	ACCEPT CatYearRaw
	PERFORM SetStuCatYear.

StartDegreeBlock.
	MOVE 'N' TO BlkOpen
	IF BlkCount >= 20
		COMPUTE BlkDropCount = BlkDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE BlkCount = BlkCount + 1
	MOVE SPACES TO BlkName(BlkCount)
	MOVE SPACES TO BlkUnitRaw
	MOVE SPACES TO BlkMinRaw
	UNSTRING DegreeReqRec DELIMITED BY '|'
		INTO DegLineTag, BlkName(BlkCount), BlkUnitRaw, BlkMinRaw
	IF BlkUnitRaw(1:1) = 'C'
		MOVE 'C' TO BlkUnit(BlkCount)
	ELSE
		MOVE 'H' TO BlkUnit(BlkCount)
	END-IF
	COMPUTE BlkMin(BlkCount) = FUNCTION NUMVAL(BlkMinRaw)
	COMPUTE BlkFirst(BlkCount) = BlkMemTotal + 1
	MOVE ZERO TO BlkMemCount(BlkCount)
	MOVE ZERO TO BlkEarned(BlkCount)
	MOVE 'Y' TO BlkOpen.

AddBlockMember.
	IF BlkMemTotal >= 300
		COMPUTE BlkDropCount = BlkDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE BlkMemTotal = BlkMemTotal + 1
	MOVE DegreeReqRec(1:30) TO BlkMember(BlkMemTotal)
	COMPUTE BlkMemCount(BlkCount) = BlkMemCount(BlkCount) + 1.

MatchBlockMember.
	MOVE 'N' TO BlkMatchSw
	PERFORM VARYING BlkMemIdx FROM BlkFirst(BlkIdx) BY 1
			UNTIL BlkMemIdx >= BlkFirst(BlkIdx) + BlkMemCount(BlkIdx)
				OR BlkMatchSw = 'Y'
		MOVE ZERO TO BlkPatLen
		INSPECT BlkMember(BlkMemIdx) TALLYING BlkPatLen
			FOR CHARACTERS BEFORE INITIAL '*'
		IF BlkPatLen >= 30
			IF BlkMember(BlkMemIdx) = Course
				MOVE 'Y' TO BlkMatchSw
			END-IF
		ELSE
			IF BlkPatLen = 0
				MOVE 'Y' TO BlkMatchSw
			ELSE
				IF BlkMember(BlkMemIdx)(1:BlkPatLen) = Course(1:BlkPatLen)
					MOVE 'Y' TO BlkMatchSw
				END-IF
			END-IF
		END-IF
	END-PERFORM.

FindAnyBlock.
	MOVE 'N' TO BlkMatchSw
	PERFORM VARYING BlkIdx FROM 1 BY 1
			UNTIL BlkIdx > BlkCount OR BlkMatchSw = 'Y'
		PERFORM MatchBlockMember
	END-PERFORM.

FillBlock.
	MOVE ZERO TO BlkEarned(BlkIdx)
	PERFORM VARYING TCourseIdx FROM 1 BY 1
			UNTIL TCourseIdx >= Counter
				OR BlkEarned(BlkIdx) >= BlkMin(BlkIdx)
		IF TUsed(TCourseIdx) NOT = 'Y'
			PERFORM FillBlockCourse
		END-IF
	END-PERFORM.

FillBlockCourse.
	MOVE 'N' TO PassingSw
	IF TGrade(TCourseIdx) = 'T'
		MOVE 'Y' TO PassingSw
	ELSE
		MOVE TGrade(TCourseIdx) TO GradeLookup
		PERFORM CheckPassingGrade
	END-IF
	IF PassingSw = 'Y'
		MOVE TCourse(TCourseIdx) TO Course
		PERFORM MatchBlockMember
		IF BlkMatchSw = 'Y'
			MOVE TCourseIdx TO ShareIdx
			PERFORM CheckShareLimit
			MOVE ShareOK TO BlkMatchSw
		END-IF
		IF BlkMatchSw = 'Y'
			MOVE 'Y' TO TUsed(TCourseIdx)
			IF BlkUnit(BlkIdx) = 'C'
				COMPUTE BlkEarned(BlkIdx) = BlkEarned(BlkIdx) + 1
			ELSE
				COMPUTE BlkEarned(BlkIdx) = BlkEarned(BlkIdx)
					+ THours(TCourseIdx)
			END-IF
		END-IF
	END-IF.

FormatStillReq.
	MOVE SPACES TO StillReqText
	IF StillBlk(ReqIdx) = 0
		MOVE StillRequired(ReqIdx) TO StillReqText
	ELSE
		MOVE StillBlk(ReqIdx) TO BlkIdx
		MOVE BlkEarned(BlkIdx) TO BlkEarnedEdit
		MOVE BlkMin(BlkIdx) TO BlkMinEdit
		IF BlkUnit(BlkIdx) = 'C'
			STRING FUNCTION TRIM(BlkName(BlkIdx)) DELIMITED BY SIZE
				": " DELIMITED BY SIZE
				FUNCTION TRIM(BlkEarnedEdit) DELIMITED BY SIZE
				" of " DELIMITED BY SIZE
				FUNCTION TRIM(BlkMinEdit) DELIMITED BY SIZE
				" courses" DELIMITED BY SIZE
				INTO StillReqText
		ELSE
			STRING FUNCTION TRIM(BlkName(BlkIdx)) DELIMITED BY SIZE
				": " DELIMITED BY SIZE
				FUNCTION TRIM(BlkEarnedEdit) DELIMITED BY SIZE
				" of " DELIMITED BY SIZE
				FUNCTION TRIM(BlkMinEdit) DELIMITED BY SIZE
				" hours" DELIMITED BY SIZE
				INTO StillReqText
		END-IF
	END-IF.

ComputeBlockLeft.
	MOVE StillBlk(ReqIdx) TO BlkIdx
	MOVE ZERO TO BlkLeft
	IF BlkEarned(BlkIdx) < BlkMin(BlkIdx)
		COMPUTE BlkLeft = BlkMin(BlkIdx) - BlkEarned(BlkIdx)
	END-IF.

ComputeStillRequired.
	MOVE 1 TO StillReqCount
	MOVE ZERO TO AppliedSwCount
	PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > 100
		MOVE SPACES TO StillRequired(ReqIdx)
		MOVE ZERO TO StillBlk(ReqIdx)
	END-PERFORM
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx > MaxCourses
		MOVE SPACE TO TUsed(TCourseIdx)
	END-PERFORM
	MOVE ZERO TO ShareCount
	PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > 100
		IF RequiredCourse(ReqIdx) NOT = SPACES
			MOVE 'N' TO ReqMatched
			MOVE RequiredCourse(ReqIdx) TO BinSearchKey
			PERFORM SearchCourseIdx
			IF TFoundIdx > 0 AND TGrade(TFoundIdx) NOT = 'F'
				MOVE TFoundIdx TO ShareIdx
				PERFORM CheckShareLimit
				IF ShareOK = 'Y'
					MOVE 'Y' TO ReqMatched
					MOVE 'Y' TO TUsed(TFoundIdx)
				END-IF
			END-IF
			IF ReqMatched = 'N' AND SwCount > 0
				PERFORM CheckSubWaive
			END-IF
			IF ReqMatched = 'N'
				IF StillReqCount <= 100
					MOVE RequiredCourse(ReqIdx) TO StillRequired(StillReqCount)
					COMPUTE StillReqCount = StillReqCount + 1
				END-IF
			END-IF
		END-IF
	END-PERFORM
	PERFORM VARYING BlkIdx FROM 1 BY 1 UNTIL BlkIdx > BlkCount
		PERFORM FillBlock
		IF BlkEarned(BlkIdx) < BlkMin(BlkIdx) AND StillReqCount <= 100
			MOVE BlkName(BlkIdx) TO StillRequired(StillReqCount)
			MOVE BlkIdx TO StillBlk(StillReqCount)
			COMPUTE StillReqCount = StillReqCount + 1
		END-IF
	END-PERFORM
	COMPUTE RemainingCredits = DegreeTotalCredits - CreditT.

CheckSubWaive.
	PERFORM VARYING SwIdx FROM 1 BY 1 UNTIL SwIdx > SwCount
		IF SwId(SwIdx) = StudentId
				AND SwReqCourse(SwIdx) = RequiredCourse(ReqIdx)
				AND ReqMatched = 'N'
			IF SwAction(SwIdx) = "SUB"
				MOVE SwSubCourse(SwIdx) TO BinSearchKey
				PERFORM SearchCourseIdx
				MOVE 'N' TO ShareOK
				IF TFoundIdx > 0 AND TGrade(TFoundIdx) NOT = 'F'
					MOVE TFoundIdx TO ShareIdx
					PERFORM CheckShareLimit
				END-IF
				IF ShareOK = 'Y'
					MOVE 'Y' TO ReqMatched
					MOVE 'Y' TO TUsed(TFoundIdx)
					COMPUTE SwAppliedCount = SwAppliedCount + 1
					IF AppliedSwCount < 20
						COMPUTE AppliedSwCount = AppliedSwCount + 1
		END-IF
	END-PERFORM.

CheckShareLimit.
	MOVE 'Y' TO ShareOK
	MOVE 'N' TO ShareHit
	IF ShareMode = 'Y'
		PERFORM VARYING ProgUseIdx FROM 1 BY 1 UNTIL ProgUseIdx > ProgIdx
			IF ProgUsed(ShareIdx, ProgUseIdx) = 'Y'
				MOVE 'Y' TO ShareHit
			END-IF
		END-PERFORM
	END-IF
	IF ShareHit = 'Y'
		IF ShareCount < MaxShared
			COMPUTE ShareCount = ShareCount + 1
		ELSE
			MOVE 'N' TO ShareOK
		END-IF
	END-IF.

ParseRosterPrograms.
	MOVE ZERO TO ProgCount
	PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > 4
		IF ProgRaw(ProgIdx) NOT = SPACES
			MOVE SPACES TO ProgKindRaw
			MOVE SPACES TO ProgPathRaw
			MOVE ZERO TO ProgEqCount
			INSPECT ProgRaw(ProgIdx) TALLYING ProgEqCount FOR ALL '='
			IF ProgEqCount = 0
				MOVE "MINOR" TO ProgKindRaw
				MOVE ProgRaw(ProgIdx) TO ProgPathRaw
			ELSE
				UNSTRING ProgRaw(ProgIdx) DELIMITED BY '='
					INTO ProgKindRaw, ProgPathRaw
			END-IF
			MOVE FUNCTION UPPER-CASE(ProgKindRaw) TO ProgKindRaw
			IF ProgKindRaw = "CATYEAR"
				MOVE ProgPathRaw TO CatYearRaw
				PERFORM SetStuCatYear
			ELSE
				IF ProgCount < 3
					PERFORM AddRosterProgram
				END-IF
			END-IF
		END-IF
	END-PERFORM.

AddRosterProgram.
	COMPUTE ProgCount = ProgCount + 1
	IF ProgKindRaw(1:3) = "MAJ"
		MOVE "MAJOR" TO ProgKind(ProgCount)
	ELSE
		MOVE "MINOR" TO ProgKind(ProgCount)
	END-IF
	MOVE ProgPathRaw TO ProgPath(ProgCount)
	MOVE SPACES TO ProgCode(ProgCount)
	MOVE SPACES TO ProgStatus(ProgCount)
	MOVE ZERO TO ProgStill(ProgCount)
	MOVE ZERO TO ProgShared(ProgCount).

AuditPrograms.
	IF StillReqCount = 1 AND RemainingCredits <= 0
		MOVE "COMPLETE" TO PrimaryStatus
	ELSE
		MOVE "OPEN" TO PrimaryStatus
	END-IF
	IF ProgCount > 0
		MOVE DegreeReqPath TO PrimaryReqPath
		MOVE SwAppliedCount TO ProgSwSave
		PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx > MaxCourses
			MOVE TUsed(TCourseIdx) TO ProgUsed(TCourseIdx, 1)
			MOVE SPACE TO ProgUsed(TCourseIdx, 2)
			MOVE SPACE TO ProgUsed(TCourseIdx, 3)
			MOVE SPACE TO ProgUsed(TCourseIdx, 4)
		END-PERFORM
		IF ProgRptSw = 'Y'
			OPEN EXTEND ADVISING-RPT-FILE
			MOVE SPACES TO RptLine
			PERFORM WriteRptLine
			DISPLAY "Declared programs"
			MOVE "Declared programs" TO RptLine
			PERFORM WriteRptLine
			STRING "  PRIMARY " DELIMITED BY SIZE
				FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
				" (" DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				"): " DELIMITED BY SIZE
				FUNCTION TRIM(PrimaryStatus) DELIMITED BY SIZE
				INTO RptLine
			DISPLAY RptLine
			PERFORM WriteRptLine
		END-IF
		MOVE 'Y' TO ShareMode
		PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
			PERFORM AuditOneProgram
		END-PERFORM
		MOVE 'N' TO ShareMode
		MOVE PrimaryReqPath TO DegreeReqPath
		PERFORM LoadDegreeReqs
		PERFORM ComputeStillRequired
		MOVE ProgSwSave TO SwAppliedCount
		IF ProgRptSw = 'Y'
			IF MaxShared < 999
				MOVE MaxShared TO MaxSharedEdit
				STRING "  At most " DELIMITED BY SIZE
					FUNCTION TRIM(MaxSharedEdit) DELIMITED BY SIZE
					" course(s) per added program may also count toward"
						DELIMITED BY SIZE
					" the primary major or another declared program" DELIMITED BY SIZE
					INTO RptLine
				DISPLAY RptLine
				PERFORM WriteRptLine
			END-IF
			CLOSE ADVISING-RPT-FILE
		END-IF
	END-IF
	PERFORM BuildProgSummary.

AuditOneProgram.
	MOVE ProgPath(ProgIdx) TO DegreeReqPath
	PERFORM LoadDegreeReqs
	PERFORM ComputeStillRequired
	COMPUTE ProgAuditCount = ProgAuditCount + 1
	MOVE MajorCode TO ProgCode(ProgIdx)
	COMPUTE ProgStill(ProgIdx) = StillReqCount - 1
	MOVE ShareCount TO ProgShared(ProgIdx)
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx > MaxCourses
		MOVE TUsed(TCourseIdx) TO ProgUsed(TCourseIdx, ProgIdx + 1)
	END-PERFORM
	IF StillReqCount = 1 AND RemainingCredits <= 0
		MOVE "COMPLETE" TO ProgStatus(ProgIdx)
	ELSE
		MOVE "OPEN" TO ProgStatus(ProgIdx)
		COMPUTE ProgOpenCount = ProgOpenCount + 1
	END-IF
	IF ProgRptSw = 'Y'
		MOVE ProgStill(ProgIdx) TO ProgStillEdit
		STRING "  " DELIMITED BY SIZE
			FUNCTION TRIM(ProgKind(ProgIdx)) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(ProgCode(ProgIdx)) DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			FUNCTION TRIM(ProgPath(ProgIdx)) DELIMITED BY SIZE
			"): " DELIMITED BY SIZE
			FUNCTION TRIM(ProgStatus(ProgIdx)) DELIMITED BY SIZE
			", " DELIMITED BY SIZE
			FUNCTION TRIM(ProgStillEdit) DELIMITED BY SIZE
			" still required, " DELIMITED BY SIZE
			ProgShared(ProgIdx) DELIMITED BY SIZE
			" shared" DELIMITED BY SIZE
			INTO RptLine
		DISPLAY RptLine
		PERFORM WriteRptLine
		PERFORM VARYING ReqIdx FROM 1 BY 1
				UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
			PERFORM FormatStillReq
			STRING "    " DELIMITED BY SIZE
				FUNCTION TRIM(StillReqText) DELIMITED BY SIZE
				INTO RptLine
			DISPLAY RptLine
			PERFORM WriteRptLine
		END-PERFORM
	END-IF.

BuildProgSummary.
	MOVE SPACES TO ProgSummary
	STRING FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
		"=" DELIMITED BY SIZE
		FUNCTION TRIM(PrimaryStatus) DELIMITED BY SIZE
		INTO ProgSummary
	PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
		MOVE SPACES TO ProgSumWork
		STRING FUNCTION TRIM(ProgSummary) DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			FUNCTION TRIM(ProgCode(ProgIdx)) DELIMITED BY SIZE
			"=" DELIMITED BY SIZE
			FUNCTION TRIM(ProgStatus(ProgIdx)) DELIMITED BY SIZE
			INTO ProgSumWork
		MOVE ProgSumWork TO ProgSummary
	END-PERFORM.

LoadDemographics.
	MOVE SPACE TO DemoEOF
	MOVE ZERO TO DemoCount
		END-IF
	END-PERFORM.

LoadHolds.
	MOVE SPACE TO HoldEOF
	MOVE ZERO TO HoldCount
	MOVE SPACES TO HoldInfoType(1) HoldInfoType(2) HoldInfoType(3)
		HoldInfoType(4) HoldInfoType(5) HoldInfoType(6)
	UNSTRING HoldInfoTypes DELIMITED BY ',' OR SPACE
		INTO HoldInfoType(1), HoldInfoType(2), HoldInfoType(3),
			HoldInfoType(4), HoldInfoType(5), HoldInfoType(6)
	OPEN INPUT HOLDS-FILE
	IF HoldStatus NOT = '00'
		DISPLAY "ERROR: could not open holds file "
			FUNCTION TRIM(HoldPath) " (status " HoldStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL HoldEOF = 'Y'
		READ HOLDS-FILE INTO HoldRec
			AT END MOVE 'Y' TO HoldEOF
		END-READ
		IF HoldEOF NOT = 'Y' AND HoldRec NOT = SPACES
			IF HoldCount < 2000
				COMPUTE HoldCount = HoldCount + 1
				MOVE SPACES TO HoldPlacedRaw
				MOVE SPACES TO HoldReleasedRaw
				MOVE SPACES TO HoldOffice(HoldCount)
				UNSTRING HoldRec DELIMITED BY '|'
					INTO HoldId(HoldCount), HoldType(HoldCount),
						HoldPlacedRaw, HoldReleasedRaw, HoldOffice(HoldCount)
				MOVE FUNCTION UPPER-CASE(HoldType(HoldCount)) TO HoldType(HoldCount)
				MOVE 'N' TO HoldHit(HoldCount)
				MOVE ZERO TO HoldEnrHeld(HoldCount)
				MOVE 'N' TO HoldRptDone(HoldCount)
				MOVE 'Y' TO HoldBlocks(HoldCount)
				PERFORM VARYING HoldInfoIdx FROM 1 BY 1 UNTIL HoldInfoIdx > 6
					IF HoldInfoType(HoldInfoIdx) NOT = SPACES
							AND HoldInfoType(HoldInfoIdx) = HoldType(HoldCount)
						MOVE 'N' TO HoldBlocks(HoldCount)
					END-IF
				END-PERFORM
				IF HoldOffice(HoldCount) = SPACES
					MOVE "(unknown)" TO HoldOffice(HoldCount)
				END-IF
				IF HoldPlacedRaw NUMERIC
						AND (HoldReleasedRaw NUMERIC OR HoldReleasedRaw = SPACES)
						AND HoldType(HoldCount) NOT = SPACES
					MOVE HoldPlacedRaw TO HoldPlaced(HoldCount)
					IF HoldReleasedRaw = SPACES
						MOVE ZERO TO HoldReleased(HoldCount)
					ELSE
						MOVE HoldReleasedRaw TO HoldReleased(HoldCount)
					END-IF
				ELSE
					COMPUTE HoldBadCount = HoldBadCount + 1
					COMPUTE HoldCount = HoldCount - 1
				END-IF
			ELSE
				COMPUTE HoldDropCount = HoldDropCount + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE HOLDS-FILE
	DISPLAY "Holds loaded: " HoldCount
	IF HoldBadCount > 0
		DISPLAY "WARNING: " HoldBadCount
			" hold line(s) had a missing type or a bad date and were ignored"
	END-IF
	IF HoldDropCount > 0
		DISPLAY "WARNING: holds table is full; " HoldDropCount
			" line(s) were ignored"
	END-IF.

LookupHolds.
	MOVE ZERO TO StuHoldCount
	MOVE 'N' TO StuHoldBlock
	MOVE SPACES TO StuHoldText
	PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
		IF HoldId(HoldIdx) = StudentId
				AND HoldPlaced(HoldIdx) <= RunDate
				AND (HoldReleased(HoldIdx) = ZERO
					OR HoldReleased(HoldIdx) > RunDate)
			MOVE 'Y' TO HoldHit(HoldIdx)
			COMPUTE StuHoldCount = StuHoldCount + 1
			IF HoldBlocks(HoldIdx) = 'Y'
				MOVE 'Y' TO StuHoldBlock
			END-IF
			MOVE SPACES TO StuHoldWork
			IF StuHoldCount > 1
				STRING FUNCTION TRIM(StuHoldText) DELIMITED BY SIZE
					"; " DELIMITED BY SIZE
					INTO StuHoldWork
			END-IF
			MOVE SPACES TO StuHoldText
			STRING FUNCTION TRIM(StuHoldWork) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(HoldType(HoldIdx)) DELIMITED BY SIZE
				" (" DELIMITED BY SIZE
				FUNCTION TRIM(HoldOffice(HoldIdx)) DELIMITED BY SIZE
				" since " DELIMITED BY SIZE
				HoldPlaced(HoldIdx) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO StuHoldText
			MOVE FUNCTION TRIM(StuHoldText) TO StuHoldText
		END-IF
	END-PERFORM
	IF StuHoldBlock = 'Y'
		COMPUTE HoldBlockedCount = HoldBlockedCount + 1
	END-IF.

NoteHoldImpact.
	PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
		IF HoldId(HoldIdx) = StudentId AND HoldHit(HoldIdx) = 'Y'
				AND HoldBlocks(HoldIdx) = 'Y'
			MOVE StuEnrHeld TO HoldEnrHeld(HoldIdx)
		END-IF
	END-PERFORM.

WriteHoldImpact.
	OPEN OUTPUT HOLD-RPT-FILE
	IF PartialRun = 'Y'
		MOVE PartialHdr TO HoldRptRec
		WRITE HoldRptRec
	END-IF
	MOVE ZERO TO HoldOfficeCount
	PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
		IF HoldHit(HoldIdx) = 'Y' AND HoldRptDone(HoldIdx) = 'N'
			COMPUTE HoldOfficeCount = HoldOfficeCount + 1
			MOVE HoldOffice(HoldIdx) TO HoldCurOffice
			MOVE ZERO TO HoldOffHolds
			MOVE ZERO TO HoldOffBlocking
			MOVE ZERO TO HoldOffEnr
			MOVE ALL "=" TO HoldRptLine
			PERFORM WriteHoldRptLine
			STRING "Holds impact: " DELIMITED BY SIZE
				FUNCTION TRIM(HoldCurOffice) DELIMITED BY SIZE
				" - active holds on students in this run" DELIMITED BY SIZE
				INTO HoldRptLine
			PERFORM WriteHoldRptLine
			MOVE "  Student    Type       Placed    Effect" TO HoldRptLine
			PERFORM WriteHoldRptLine
			PERFORM VARYING HoldIdx2 FROM HoldIdx BY 1 UNTIL HoldIdx2 > HoldCount
				IF HoldHit(HoldIdx2) = 'Y' AND HoldRptDone(HoldIdx2) = 'N'
						AND HoldOffice(HoldIdx2) = HoldCurOffice
					PERFORM WriteHoldImpactLine
				END-IF
			END-PERFORM
			STRING "  Holds: " DELIMITED BY SIZE
				HoldOffHolds DELIMITED BY SIZE
				"  Blocking: " DELIMITED BY SIZE
				HoldOffBlocking DELIMITED BY SIZE
				"  Enrollments held: " DELIMITED BY SIZE
				HoldOffEnr DELIMITED BY SIZE
				INTO HoldRptLine
			PERFORM WriteHoldRptLine
			MOVE SPACES TO HoldRptLine
			PERFORM WriteHoldRptLine
		END-IF
	END-PERFORM
	CLOSE HOLD-RPT-FILE
	DISPLAY "Holds impact offices written:    " HoldOfficeCount
	DISPLAY "Students blocked by holds:       " HoldBlockedCount.

WriteHoldImpactLine.
	MOVE 'Y' TO HoldRptDone(HoldIdx2)
	COMPUTE HoldOffHolds = HoldOffHolds + 1
	IF HoldBlocks(HoldIdx2) = 'Y'
		COMPUTE HoldOffBlocking = HoldOffBlocking + 1
		COMPUTE HoldOffEnr = HoldOffEnr + HoldEnrHeld(HoldIdx2)
		STRING "  " DELIMITED BY SIZE
			HoldId(HoldIdx2) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			HoldType(HoldIdx2) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			HoldPlaced(HoldIdx2) DELIMITED BY SIZE
			"  schedule withheld, " DELIMITED BY SIZE
			HoldEnrHeld(HoldIdx2) DELIMITED BY SIZE
			" enrollment(s) held" DELIMITED BY SIZE
			INTO HoldRptLine
	ELSE
		STRING "  " DELIMITED BY SIZE
			HoldId(HoldIdx2) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			HoldType(HoldIdx2) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			HoldPlaced(HoldIdx2) DELIMITED BY SIZE
			"  informational (not blocking)" DELIMITED BY SIZE
			INTO HoldRptLine
	END-IF
	PERFORM WriteHoldRptLine.

WriteHoldRptLine.
	MOVE HoldRptLine TO HoldRptRec
	WRITE HoldRptRec
	MOVE SPACES TO HoldRptLine.

LoadSubWaive.
	MOVE SPACE TO SubWvEOF
	MOVE ZERO TO SwCount
		DISPLAY "Please enter the name of degree requirements file " WhatIfIdx "."
		ACCEPT WhatIfPath(WhatIfIdx)
	END-PERFORM
	PERFORM AcceptCatYear
	MOVE WhatIfPath(1) TO DegreeReqPath
	PERFORM ResetStudentState
	PERFORM ProcessStudent
				COMPUTE WhatIfReqTotal = WhatIfReqTotal + 1
			END-IF
		END-PERFORM
		COMPUTE WhatIfReqTotal = WhatIfReqTotal + BlkCount
		COMPUTE WhatIfStillCount = StillReqCount - 1
		COMPUTE WhatIfMatched = WhatIfReqTotal - WhatIfStillCount
		MOVE SPACES TO RptLine
				END-IF
			END-IF
		END-PERFORM
		IF BlkCount > 0
			MOVE "Requirement blocks:" TO RptLine
			PERFORM WriteRptLine
			PERFORM VARYING BlkIdx FROM 1 BY 1 UNTIL BlkIdx > BlkCount
				MOVE BlkEarned(BlkIdx) TO BlkEarnedEdit
				MOVE BlkMin(BlkIdx) TO BlkMinEdit
				STRING "  " DELIMITED BY SIZE
					FUNCTION TRIM(BlkName(BlkIdx)) DELIMITED BY SIZE
					": " DELIMITED BY SIZE
					FUNCTION TRIM(BlkEarnedEdit) DELIMITED BY SIZE
					" of " DELIMITED BY SIZE
					FUNCTION TRIM(BlkMinEdit) DELIMITED BY SIZE
					INTO RptLine
				MOVE SPACES TO BlkLine
				IF BlkUnit(BlkIdx) = 'C'
					STRING FUNCTION TRIM(RptLine) DELIMITED BY SIZE
						" courses" DELIMITED BY SIZE
						INTO BlkLine
				ELSE
					STRING FUNCTION TRIM(RptLine) DELIMITED BY SIZE
						" hours" DELIMITED BY SIZE
						INTO BlkLine
				END-IF
				MOVE SPACES TO RptLine
				STRING "  " DELIMITED BY SIZE
					BlkLine DELIMITED BY SIZE
					INTO RptLine
				DISPLAY RptLine
				PERFORM WriteRptLine
			END-PERFORM
		END-IF
	END-PERFORM
	CLOSE ADVISING-RPT-FILE.

				IF OfferEndRaw NUMERIC
					MOVE OfferEndRaw TO OfferEnd(OfferCount)
				END-IF
				IF CalCount > 0
					MOVE OfferTerm(OfferCount) TO CalLookup
					PERFORM FindCalTerm
					IF CalFoundIdx = 0
						DISPLAY "WARNING: offering " FUNCTION TRIM(OfferCourse(OfferCount))
							" term " FUNCTION TRIM(OfferTerm(OfferCount))
							" is not on the term calendar; line ignored"
						COMPUTE OfferBadTermCount = OfferBadTermCount + 1
						COMPUTE OfferCount = OfferCount - 1
					END-IF
				END-IF
			ELSE
				COMPUTE OfferDropCount = OfferDropCount + 1
			END-IF
				UNSTRING EnrollRec DELIMITED BY '|'
					INTO EnrId(EnrCount), EnrCourse(EnrCount), EnrTerm(EnrCount)
				MOVE 'N' TO EnrSeen(EnrCount)
				IF CalCount > 0
					MOVE EnrTerm(EnrCount) TO CalLookup
					PERFORM FindCalTerm
					IF CalFoundIdx = 0
						DISPLAY "WARNING: enrollment " FUNCTION TRIM(EnrId(EnrCount))
							" " FUNCTION TRIM(EnrCourse(EnrCount))
							" term " FUNCTION TRIM(EnrTerm(EnrCount))
							" is not on the term calendar; line ignored"
						COMPUTE EnrBadTermCount = EnrBadTermCount + 1
						COMPUTE EnrCount = EnrCount - 1
					END-IF
				END-IF
			ELSE
				COMPUTE EnrDropCount = EnrDropCount + 1
			END-IF
	END-PERFORM.

AuditOneEnrollment.
	IF StuHoldBlock = 'Y'
		COMPUTE EnrHeldCount = EnrHeldCount + 1
		COMPUTE StuEnrHeld = StuEnrHeld + 1
		STRING FUNCTION TRIM(EnrId(EnrIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(EnrCourse(EnrIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(EnrTerm(EnrIdx)) DELIMITED BY SIZE
			"|held - blocking hold on file: " DELIMITED BY SIZE
			FUNCTION TRIM(StuHoldText) DELIMITED BY SIZE
			INTO EnrollRptLine
		PERFORM WriteEnrollRptLine
		EXIT PARAGRAPH
	END-IF
	MOVE EnrCourse(EnrIdx) TO Course
	PERFORM FindCatalog
	IF CatFoundIdx = 0
		END-IF
	END-PERFORM
	IF AdvFoundIdx = 0
		IF AdvCount < 200
			COMPUTE AdvCount = AdvCount + 1
			MOVE AdvCount TO AdvFoundIdx
			MOVE AdvisorCode TO AdvCode(AdvFoundIdx)
		STRING "Advisor packet: " DELIMITED BY SIZE
			FUNCTION TRIM(AdvCode(AdvIdx)) DELIMITED BY SIZE
			INTO AdvSumLine
		MOVE ZERO TO AmFoundIdx
		IF AdvMastPath NOT = SPACES
			MOVE AdvCode(AdvIdx) TO AdvisorCode
			PERFORM FindAdvisorMaster
			IF AmFoundIdx > 0
				PERFORM SetAmStatusText
				MOVE SPACES TO AdvSumLine
				STRING "Advisor packet: " DELIMITED BY SIZE
					FUNCTION TRIM(AdvCode(AdvIdx)) DELIMITED BY SIZE
					" - " DELIMITED BY SIZE
					FUNCTION TRIM(AmName(AmFoundIdx)) DELIMITED BY SIZE
					", " DELIMITED BY SIZE
					FUNCTION TRIM(AmDept(AmFoundIdx)) DELIMITED BY SIZE
					" (" DELIMITED BY SIZE
					FUNCTION TRIM(AmStatusText) DELIMITED BY SIZE
					")" DELIMITED BY SIZE
					INTO AdvSumLine
			ELSE
				MOVE SPACES TO AdvSumLine
				STRING "Advisor packet: " DELIMITED BY SIZE
					FUNCTION TRIM(AdvCode(AdvIdx)) DELIMITED BY SIZE
					" - NOT ON THE ADVISOR MASTER" DELIMITED BY SIZE
					INTO AdvSumLine
			END-IF
		END-IF
		MOVE AdvSumLine TO AdvSumRec
		WRITE AdvSumRec
		MOVE SPACES TO AdvSumLine
		IF AmFoundIdx > 0
			STRING "  Email: " DELIMITED BY SIZE
				FUNCTION TRIM(AmEmail(AmFoundIdx)) DELIMITED BY SIZE
				"  Maximum caseload: " DELIMITED BY SIZE
				AmMax(AmFoundIdx) DELIMITED BY SIZE
				INTO AdvSumLine
			MOVE AdvSumLine TO AdvSumRec
			WRITE AdvSumRec
			MOVE SPACES TO AdvSumLine
		END-IF
		IF AdvStudents(AdvIdx) > 0
			COMPUTE AdvAvgGPA = AdvGPASum(AdvIdx) / AdvStudents(AdvIdx)
		ELSE
			" student(s) not included in advisor packets"
	END-IF.

LoadAdvisorMaster.
	MOVE SPACE TO AdvMastEOF
	MOVE ZERO TO AmCount
	OPEN INPUT ADVISOR-MASTER-FILE
	IF AdvMastStatus NOT = '00'
		DISPLAY "ERROR: could not open advisor master file "
			FUNCTION TRIM(AdvMastPath) " (status " AdvMastStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL AdvMastEOF = 'Y'
		READ ADVISOR-MASTER-FILE
			AT END MOVE 'Y' TO AdvMastEOF
		END-READ
		IF AdvMastEOF NOT = 'Y' AND AdvMastRec NOT = SPACES
				AND AdvMastRec(1:1) NOT = '*'
			IF AmCount < 200
				COMPUTE AmCount = AmCount + 1
				MOVE SPACES TO AmCode(AmCount) AmName(AmCount) AmEmail(AmCount)
					AmDept(AmCount) AmMajors(AmCount)
				MOVE SPACES TO AmMaxRaw
				MOVE SPACES TO AmStatusRaw
				UNSTRING AdvMastRec DELIMITED BY '|'
					INTO AmCode(AmCount), AmName(AmCount), AmEmail(AmCount),
						AmDept(AmCount), AmMajors(AmCount), AmMaxRaw, AmStatusRaw
				MOVE FUNCTION UPPER-CASE(AmMajors(AmCount)) TO AmMajors(AmCount)
				MOVE FUNCTION UPPER-CASE(AmStatusRaw) TO AmStatusRaw
				MOVE ZERO TO AmLoad(AmCount)
				MOVE ZERO TO AmProj(AmCount)
				MOVE ZERO TO AmIn(AmCount)
				MOVE ZERO TO AmOut(AmCount)
				EVALUATE TRUE
					WHEN AmStatusRaw = SPACES OR AmStatusRaw(1:1) = 'A'
						MOVE 'A' TO AmStatus(AmCount)
					WHEN AmStatusRaw(1:1) = 'L' OR AmStatusRaw(1:1) = 'S'
						MOVE 'L' TO AmStatus(AmCount)
					WHEN AmStatusRaw(1:1) = 'D' OR AmStatusRaw(1:1) = 'I'
						MOVE 'D' TO AmStatus(AmCount)
					WHEN OTHER
						MOVE SPACE TO AmStatus(AmCount)
				END-EVALUATE
				IF AmMaxRaw = SPACES
					MOVE 9999 TO AmMax(AmCount)
				ELSE
					IF FUNCTION TRIM(AmMaxRaw) IS NUMERIC
						COMPUTE AmMax(AmCount) = FUNCTION NUMVAL(AmMaxRaw)
					ELSE
						MOVE SPACE TO AmStatus(AmCount)
					END-IF
				END-IF
				MOVE AmCode(AmCount) TO AdvisorCode
				MOVE ZERO TO AmFoundIdx
				PERFORM VARYING AmIdx FROM 1 BY 1 UNTIL AmIdx >= AmCount
					IF AmCode(AmIdx) = AdvisorCode
						MOVE AmIdx TO AmFoundIdx
					END-IF
				END-PERFORM
				IF AmCode(AmCount) = SPACES OR AmStatus(AmCount) = SPACE
						OR AmFoundIdx > 0
					DISPLAY "WARNING: advisor master line for "
						FUNCTION TRIM(AmCode(AmCount))
						" has a missing or duplicate code, a bad caseload or a bad status"
						" (ACTIVE, LEAVE or DEPARTED) and was ignored"
					COMPUTE AmBadCount = AmBadCount + 1
					COMPUTE AmCount = AmCount - 1
				END-IF
			ELSE
				COMPUTE AmDropCount = AmDropCount + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE ADVISOR-MASTER-FILE
	DISPLAY "Advisors loaded: " AmCount
	IF AmDropCount > 0
		DISPLAY "WARNING: advisor master table is full; " AmDropCount
			" line(s) were ignored"
	END-IF.

FindAdvisorMaster.
	MOVE ZERO TO AmFoundIdx
	PERFORM VARYING AmIdx FROM 1 BY 1 UNTIL AmIdx > AmCount
		IF AmCode(AmIdx) = AdvisorCode AND AdvisorCode NOT = SPACES
			MOVE AmIdx TO AmFoundIdx
		END-IF
	END-PERFORM.

SetAmStatusText.
	EVALUATE AmStatus(AmFoundIdx)
		WHEN 'A'
			MOVE "active" TO AmStatusText
		WHEN 'L'
			MOVE "on leave" TO AmStatusText
		WHEN OTHER
			MOVE "departed" TO AmStatusText
	END-EVALUATE.

CheckRosterAdvisor.
	PERFORM FindAdvisorMaster
	IF AmFoundIdx = 0
		COMPUTE AdvUnknownCount = AdvUnknownCount + 1
		IF AdvisorCode = SPACES
			STRING "ADVISOR: student " DELIMITED BY SIZE
				FUNCTION TRIM(StudentId) DELIMITED BY SIZE
				" has no advisor code on the roster" DELIMITED BY SIZE
				INTO RunLogLine
		ELSE
			STRING "ADVISOR: student " DELIMITED BY SIZE
				FUNCTION TRIM(StudentId) DELIMITED BY SIZE
				" advisor code " DELIMITED BY SIZE
				FUNCTION TRIM(AdvisorCode) DELIMITED BY SIZE
				" is not on the advisor master" DELIMITED BY SIZE
				INTO RunLogLine
		END-IF
		PERFORM WriteRunLogLine
		EXIT PARAGRAPH
	END-IF
	IF AmStatus(AmFoundIdx) NOT = 'A'
		COMPUTE AdvInactiveCount = AdvInactiveCount + 1
		PERFORM SetAmStatusText
		STRING "ADVISOR: student " DELIMITED BY SIZE
			FUNCTION TRIM(StudentId) DELIMITED BY SIZE
			" advisor " DELIMITED BY SIZE
			FUNCTION TRIM(AdvisorCode) DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			FUNCTION TRIM(AmName(AmFoundIdx)) DELIMITED BY SIZE
			") is " DELIMITED BY SIZE
			FUNCTION TRIM(AmStatusText) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF.

CollectCaseload.
	IF CaseCount >= 2000
		COMPUTE CaseDropCount = CaseDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE CaseCount = CaseCount + 1
	MOVE StudentId TO CaseId(CaseCount)
	MOVE AdvisorCode TO CaseAdv(CaseCount)
	MOVE MajorCode TO CaseMajor(CaseCount)
	MOVE SPACE TO CaseMove(CaseCount)
	MOVE ZERO TO CaseTo(CaseCount)
	PERFORM FindAdvisorMaster
	MOVE AmFoundIdx TO CaseAmIdx(CaseCount)
	IF AmFoundIdx > 0
		COMPUTE AmLoad(AmFoundIdx) = AmLoad(AmFoundIdx) + 1
	END-IF.

BalanceCaseloads.
	PERFORM VARYING AmIdx FROM 1 BY 1 UNTIL AmIdx > AmCount
		MOVE AmLoad(AmIdx) TO AmProj(AmIdx)
		MOVE ZERO TO AmIn(AmIdx)
		MOVE ZERO TO AmOut(AmIdx)
	END-PERFORM
	PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
		EVALUATE TRUE
			WHEN CaseAmIdx(CaseIdx) = 0
				MOVE 'U' TO CaseMove(CaseIdx)
			WHEN AmStatus(CaseAmIdx(CaseIdx)) = 'L'
				MOVE 'L' TO CaseMove(CaseIdx)
			WHEN AmStatus(CaseAmIdx(CaseIdx)) = 'D'
				MOVE 'D' TO CaseMove(CaseIdx)
			WHEN OTHER
				MOVE SPACE TO CaseMove(CaseIdx)
		END-EVALUATE
	END-PERFORM
	PERFORM VARYING AmIdx FROM 1 BY 1 UNTIL AmIdx > AmCount
		IF AmStatus(AmIdx) = 'A' AND AmLoad(AmIdx) > AmMax(AmIdx)
			COMPUTE CaseExcess = AmLoad(AmIdx) - AmMax(AmIdx)
			PERFORM VARYING CaseIdx FROM CaseCount BY -1
					UNTIL CaseIdx < 1 OR CaseExcess = 0
				IF CaseAmIdx(CaseIdx) = AmIdx
					MOVE 'O' TO CaseMove(CaseIdx)
					COMPUTE CaseExcess = CaseExcess - 1
				END-IF
			END-PERFORM
		END-IF
	END-PERFORM
	PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
		IF CaseMove(CaseIdx) NOT = SPACE
			COMPUTE CaseMoveCount = CaseMoveCount + 1
			PERFORM FindReassignTarget
			IF AmBestIdx > 0
				MOVE AmBestIdx TO CaseTo(CaseIdx)
				COMPUTE AmProj(AmBestIdx) = AmProj(AmBestIdx) + 1
				COMPUTE AmIn(AmBestIdx) = AmIn(AmBestIdx) + 1
				IF CaseAmIdx(CaseIdx) > 0
					COMPUTE AmProj(CaseAmIdx(CaseIdx)) = AmProj(CaseAmIdx(CaseIdx)) - 1
					COMPUTE AmOut(CaseAmIdx(CaseIdx)) = AmOut(CaseAmIdx(CaseIdx)) + 1
				END-IF
				COMPUTE CasePropCount = CasePropCount + 1
			ELSE
				COMPUTE CaseUnplacedCount = CaseUnplacedCount + 1
			END-IF
		END-IF
	END-PERFORM.

FindReassignTarget.
	MOVE ZERO TO AmBestIdx
	MOVE ZERO TO AmBestRoom
	PERFORM VARYING AmIdx2 FROM 1 BY 1 UNTIL AmIdx2 > AmCount
		IF AmStatus(AmIdx2) = 'A' AND AmIdx2 NOT = CaseAmIdx(CaseIdx)
				AND AmProj(AmIdx2) < AmMax(AmIdx2)
			PERFORM CheckAdvServes
			IF AmServesSw = 'Y'
					AND AmMax(AmIdx2) - AmProj(AmIdx2) > AmBestRoom
				MOVE AmIdx2 TO AmBestIdx
				COMPUTE AmBestRoom = AmMax(AmIdx2) - AmProj(AmIdx2)
			END-IF
		END-IF
	END-PERFORM.

CheckAdvServes.
	MOVE 'N' TO AmServesSw
	MOVE SPACES TO AmMajorTok(1) AmMajorTok(2) AmMajorTok(3)
		AmMajorTok(4) AmMajorTok(5)
	UNSTRING AmMajors(AmIdx2) DELIMITED BY ',' OR ALL SPACE
		INTO AmMajorTok(1), AmMajorTok(2), AmMajorTok(3),
			AmMajorTok(4), AmMajorTok(5)
	PERFORM VARYING AmMajorIdx FROM 1 BY 1 UNTIL AmMajorIdx > 5
		IF AmMajorTok(AmMajorIdx) NOT = SPACES
			IF AmMajorTok(AmMajorIdx) = "*" OR AmMajorTok(AmMajorIdx) = "ALL"
					OR AmMajorTok(AmMajorIdx)
						= FUNCTION UPPER-CASE(CaseMajor(CaseIdx))
				MOVE 'Y' TO AmServesSw
			END-IF
		END-IF
	END-PERFORM.

SetCaseReason.
	EVALUATE CaseMove(CaseIdx)
		WHEN 'U'
			IF CaseAdv(CaseIdx) = "(none)"
				MOVE "NO ADVISOR" TO CaseReasonText
			ELSE
				MOVE "UNKNOWN ADVISOR" TO CaseReasonText
			END-IF
		WHEN 'L'
			MOVE "ADVISOR ON LEAVE" TO CaseReasonText
		WHEN 'D'
			MOVE "ADVISOR DEPARTED" TO CaseReasonText
		WHEN OTHER
			MOVE "OVER CASELOAD" TO CaseReasonText
	END-EVALUATE.

WriteBalanceReport.
	OPEN OUTPUT BALANCE-RPT-FILE
	IF PartialRun = 'Y'
		MOVE PartialHdr TO BalLine
		PERFORM WriteBalLine
	END-IF
	STRING "CASELOAD BALANCING REPORT - run " DELIMITED BY SIZE
		RunId DELIMITED BY SIZE
		INTO BalLine
	PERFORM WriteBalLine
	STRING "Advisor master: " DELIMITED BY SIZE
		FUNCTION TRIM(AdvMastPath) DELIMITED BY SIZE
		"   Roster: " DELIMITED BY SIZE
		FUNCTION TRIM(RosterPath) DELIMITED BY SIZE
		INTO BalLine
	PERFORM WriteBalLine
	PERFORM WriteBalLine
	MOVE "Advisor    Name                           Department           Status     Max  Now  Out   In Proj"
		TO BalLine
	PERFORM WriteBalLine
	PERFORM VARYING AmIdx FROM 1 BY 1 UNTIL AmIdx > AmCount
		MOVE AmIdx TO AmFoundIdx
		PERFORM SetAmStatusText
		IF AmMax(AmIdx) = 9999
			MOVE " none" TO BalMaxText
		ELSE
			MOVE AmMax(AmIdx) TO BalEdit1
			MOVE BalEdit1 TO BalMaxText
		END-IF
		MOVE AmLoad(AmIdx) TO BalEdit2
		MOVE AmOut(AmIdx) TO BalEdit3
		MOVE AmIn(AmIdx) TO BalEdit4
		MOVE AmProj(AmIdx) TO BalEdit5
		MOVE SPACES TO BalFlagText
		IF AmStatus(AmIdx) = 'A' AND AmProj(AmIdx) > AmMax(AmIdx)
			MOVE " STILL OVER" TO BalFlagText
		END-IF
		STRING AmCode(AmIdx) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			AmName(AmIdx) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			AmDept(AmIdx) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			AmStatusText DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			BalMaxText DELIMITED BY SIZE
			BalEdit2 DELIMITED BY SIZE
			BalEdit3 DELIMITED BY SIZE
			BalEdit4 DELIMITED BY SIZE
			BalEdit5 DELIMITED BY SIZE
			BalFlagText DELIMITED BY SIZE
			INTO BalLine
		PERFORM WriteBalLine
	END-PERFORM
	PERFORM WriteBalLine
	MOVE "Roster advisor codes not on the advisor master:" TO BalLine
	PERFORM WriteBalLine
	MOVE ZERO TO CaseExcess
	PERFORM VARYING AdvIdx FROM 1 BY 1 UNTIL AdvIdx > AdvCount
		MOVE AdvCode(AdvIdx) TO AdvisorCode
		PERFORM FindAdvisorMaster
		IF AmFoundIdx = 0
			COMPUTE CaseExcess = CaseExcess + 1
			MOVE AdvStudents(AdvIdx) TO BalEdit1
			STRING "  " DELIMITED BY SIZE
				AdvCode(AdvIdx) DELIMITED BY SIZE
				" students: " DELIMITED BY SIZE
				FUNCTION TRIM(BalEdit1) DELIMITED BY SIZE
				INTO BalLine
			PERFORM WriteBalLine
		END-IF
	END-PERFORM
	IF CaseExcess = 0
		MOVE "  (none)" TO BalLine
		PERFORM WriteBalLine
	END-IF
	PERFORM WriteBalLine
	MOVE "PROPOSED REASSIGNMENTS" TO BalLine
	PERFORM WriteBalLine
	MOVE "  Student    Major      From       To         Reason" TO BalLine
	PERFORM WriteBalLine
	PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
		IF CaseMove(CaseIdx) NOT = SPACE AND CaseTo(CaseIdx) > 0
			PERFORM SetCaseReason
			STRING "  " DELIMITED BY SIZE
				CaseId(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseMajor(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseAdv(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				AmCode(CaseTo(CaseIdx)) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseReasonText DELIMITED BY SIZE
				INTO BalLine
			PERFORM WriteBalLine
		END-IF
	END-PERFORM
	PERFORM WriteBalLine
	MOVE "NOT PLACED - no active advisor for the major has room" TO BalLine
	PERFORM WriteBalLine
	PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
		IF CaseMove(CaseIdx) NOT = SPACE AND CaseTo(CaseIdx) = 0
			PERFORM SetCaseReason
			STRING "  " DELIMITED BY SIZE
				CaseId(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseMajor(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseAdv(CaseIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CaseReasonText DELIMITED BY SIZE
				INTO BalLine
			PERFORM WriteBalLine
		END-IF
	END-PERFORM
	IF CaseUnplacedCount = 0
		MOVE "  (none)" TO BalLine
		PERFORM WriteBalLine
	END-IF
	PERFORM WriteBalLine
	MOVE CaseCount TO BalEdit1
	MOVE CaseMoveCount TO BalEdit2
	MOVE CasePropCount TO BalEdit3
	MOVE CaseUnplacedCount TO BalEdit4
	STRING "Students: " DELIMITED BY SIZE
		FUNCTION TRIM(BalEdit1) DELIMITED BY SIZE
		"  needing a move: " DELIMITED BY SIZE
		FUNCTION TRIM(BalEdit2) DELIMITED BY SIZE
		"  proposed: " DELIMITED BY SIZE
		FUNCTION TRIM(BalEdit3) DELIMITED BY SIZE
		"  not placed: " DELIMITED BY SIZE
		FUNCTION TRIM(BalEdit4) DELIMITED BY SIZE
		INTO BalLine
	PERFORM WriteBalLine
	IF CaseDropCount > 0
		STRING "WARNING: caseload table is full; " DELIMITED BY SIZE
			CaseDropCount DELIMITED BY SIZE
			" student(s) were not considered" DELIMITED BY SIZE
			INTO BalLine
		PERFORM WriteBalLine
	END-IF
	CLOSE BALANCE-RPT-FILE
	DISPLAY "Reassignments proposed:          " CasePropCount
	DISPLAY "Students not placed:             " CaseUnplacedCount.

WriteBalLine.
	MOVE BalLine TO BalRptRec
	WRITE BalRptRec
	MOVE SPACES TO BalLine.

WriteReassignFile.
	OPEN OUTPUT REASSIGN-FILE
	MOVE "* StudentId|FromAdvisor|ToAdvisor|Major|Reason|Approved - set Approved to Y and run mode C"
		TO ReassignRec
	WRITE ReassignRec
	PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
		IF CaseMove(CaseIdx) NOT = SPACE AND CaseTo(CaseIdx) > 0
			PERFORM SetCaseReason
			IF CaseAdv(CaseIdx) = "(none)"
				MOVE SPACES TO RaFromRaw
			ELSE
				MOVE CaseAdv(CaseIdx) TO RaFromRaw
			END-IF
			MOVE SPACES TO ReassignLine
			STRING FUNCTION TRIM(CaseId(CaseIdx)) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(RaFromRaw) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(AmCode(CaseTo(CaseIdx))) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(CaseMajor(CaseIdx)) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(CaseReasonText) DELIMITED BY SIZE
				"|N" DELIMITED BY SIZE
				INTO ReassignLine
			MOVE ReassignLine TO ReassignRec
			WRITE ReassignRec
		END-IF
	END-PERFORM
	CLOSE REASSIGN-FILE.

CollectDfwStats.
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		IF TGrade(TCourseIdx) NOT = SPACES
				AND TGrade(TCourseIdx) NOT = 'T'
			PERFORM CollectOneDfw
		END-IF
	END-PERFORM.

CollectOneDfw.
	MOVE ZERO TO DfwFoundIdx
	PERFORM VARYING DfwIdx FROM 1 BY 1 UNTIL DfwIdx > DfwCount
		IF DfwCourse(DfwIdx) = TCourse(TCourseIdx)
			MOVE DfwIdx TO DfwFoundIdx
		END-IF
	END-PERFORM
	IF DfwFoundIdx = 0
		IF DfwCount < 400
			COMPUTE DfwCount = DfwCount + 1
			MOVE DfwCount TO DfwFoundIdx
			MOVE TCourse(TCourseIdx) TO DfwCourse(DfwFoundIdx)
			MOVE ZERO TO DfwEnroll(DfwFoundIdx)
			MOVE ZERO TO DfwBadCnt(DfwFoundIdx)
			PERFORM VARYING DfwSlot FROM 1 BY 1 UNTIL DfwSlot > 22
				MOVE ZERO TO DfwGradeCnt(DfwFoundIdx, DfwSlot)
			END-PERFORM
		ELSE
			COMPUTE DfwDropCount = DfwDropCount + 1
			EXIT PARAGRAPH
		END-IF
	END-IF
	COMPUTE DfwEnroll(DfwFoundIdx) = DfwEnroll(DfwFoundIdx) + 1
	MOVE ZERO TO DfwSlot
	IF TGrade(TCourseIdx) = 'W'
	PERFORM LoadOneTemplate
	MOVE TmplNearPath TO TemplatePath
	MOVE 3 TO TmplSel
	PERFORM LoadOneTemplate
	MOVE 4 TO TmplSel
	IF TmplRiskPath NOT = SPACES
		MOVE TmplRiskPath TO TemplatePath
		PERFORM LoadOneTemplate
	ELSE
		MOVE 7 TO TmplCount(4)
		MOVE "Dear %NAME%," TO TmplLine(4, 1)
		MOVE SPACES TO TmplLine(4, 2)
		MOVE "Our review of your academic record (student %ID%) found the following:"
			TO TmplLine(4, 3)
		MOVE "%ATRISK%" TO TmplLine(4, 4)
		MOVE SPACES TO TmplLine(4, 5)
		MOVE "Your standing is %STANDING% with a cumulative GPA of %GPA%."
			TO TmplLine(4, 6)
		MOVE "Please contact your advisor this term to talk about a plan."
			TO TmplLine(4, 7)
	END-IF.

LoadOneTemplate.
	MOVE ZERO TO TmplCount(TmplSel)
		END-PERFORM
		CLOSE LETTER-FILE
		COMPUTE LetterCount = LetterCount + 1
		IF NotifyQPath NOT = SPACES
			EVALUATE TmplSel
				WHEN 2
					MOVE "PROBATION" TO NtType
				WHEN 3
					MOVE "NEARGRAD" TO NtType
				WHEN OTHER
					MOVE "ADVISING" TO NtType
			END-EVALUATE
			PERFORM QueueNotice
		END-IF
	END-IF.

WriteLetterLine.
	IF FUNCTION TRIM(LetterSrc) = "%STILLREQ%"
		PERFORM VARYING ReqIdx FROM 1 BY 1
				UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
			PERFORM FormatStillReq
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(StillReqText) DELIMITED BY SIZE
				INTO LetterOut
			PERFORM EmitLetterLine
		END-PERFORM
	ELSE
		IF FUNCTION TRIM(LetterSrc) = "%CANTAKE%"
				STRING "  " DELIMITED BY SIZE
					FUNCTION TRIM(CanTake(MstIdx)) DELIMITED BY SIZE
					INTO LetterOut
				PERFORM EmitLetterLine
			END-PERFORM
		ELSE
			IF FUNCTION TRIM(LetterSrc) = "%ATRISK%"
				PERFORM VARYING NtRiskIdx FROM 1 BY 1
						UNTIL NtRiskIdx > NtRiskCount
					STRING "  " DELIMITED BY SIZE
						FUNCTION TRIM(NtRiskText(NtRiskIdx)) DELIMITED BY SIZE
						INTO LetterOut
					PERFORM EmitLetterLine
				END-PERFORM
			ELSE
				PERFORM SubstituteToken
				PERFORM EmitLetterLine
			END-IF
		END-IF
	END-IF.

EmitLetterLine.
	IF LetterDest = 'Q'
		COMPUTE NqbLineNo = NqbLineNo + 1
		MOVE LetterOut TO NqbText
		MOVE NqBodyRec TO NotifyQRec
		WRITE NotifyQRec
		COMPUTE NtBodyCount = NtBodyCount + 1
	ELSE
		MOVE LetterOut TO LetterRec
		WRITE LetterRec
	END-IF
	MOVE SPACES TO LetterOut.

QueueNotice.
	COMPUTE NtGenerated = NtGenerated + 1
	MOVE SPACES TO NtReason
	MOVE ZERO TO NtEmailAt
	MOVE ZERO TO NtEmailSp
	IF StudentEmail = SPACES
		MOVE "no email on file" TO NtReason
	ELSE
		COMPUTE NtEmailLen = FUNCTION LENGTH(FUNCTION TRIM(StudentEmail))
		INSPECT StudentEmail(1:NtEmailLen) TALLYING NtEmailAt FOR ALL '@'
			NtEmailSp FOR ALL SPACE
		IF NtEmailAt NOT = 1 OR NtEmailSp > 0 OR StudentEmail(1:1) = '@'
				OR StudentEmail(NtEmailLen:1) = '@'
			MOVE "email address is not usable" TO NtReason
		END-IF
	END-IF
	IF NtReason NOT = SPACES
		COMPUTE NtNoEmailCount = NtNoEmailCount + 1
		MOVE SPACES TO NotifyExcLine
		STRING FUNCTION TRIM(StudentId) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(StudentName) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(NtType) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(NtReason) DELIMITED BY SIZE
			INTO NotifyExcLine
		MOVE NotifyExcLine TO NotifyExcRec
		WRITE NotifyExcRec
		EXIT PARAGRAPH
	END-IF
	COMPUTE NtSeq = NtSeq + 1
	MOVE SPACES TO NqmMsgId
	IF NtPartTag = SPACES
		STRING RunId DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			NtSeq DELIMITED BY SIZE
			INTO NqmMsgId
	ELSE
		STRING RunId DELIMITED BY SIZE
			"." DELIMITED BY SIZE
			NtPartTag DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			NtSeq DELIMITED BY SIZE
			INTO NqmMsgId
	END-IF
	MOVE StudentId TO NqmStudentId
	MOVE StudentEmail TO NqmRecipient
	MOVE NtType TO NqmNotifType
	EVALUATE NtType
		WHEN "PROBATION"
			MOVE "Academic standing notice: %STANDING%" TO LetterSrc
		WHEN "NEARGRAD"
			MOVE "Graduation progress notice for %NAME%" TO LetterSrc
		WHEN "ATRISK"
			MOVE "Academic progress alert for %NAME%" TO LetterSrc
		WHEN OTHER
			MOVE "Advising update for %NAME%" TO LetterSrc
	END-EVALUATE
	PERFORM SubstituteToken
	MOVE LetterOut TO NqmSubject
	MOVE SPACES TO LetterOut
	MOVE NqMessageRec TO NotifyQRec
	WRITE NotifyQRec
	COMPUTE NtQueuedCount = NtQueuedCount + 1
	MOVE NqmMsgId TO NqbMsgId
	MOVE ZERO TO NqbLineNo
	MOVE 'Q' TO LetterDest
	PERFORM VARYING TmplIdx FROM 1 BY 1
			UNTIL TmplIdx > TmplCount(TmplSel)
		MOVE TmplLine(TmplSel, TmplIdx) TO LetterSrc
		PERFORM WriteLetterLine
	END-PERFORM
	MOVE 'L' TO LetterDest.

SubstituteToken.
	MOVE LetterSrc TO LetterWork
	MOVE 'N' TO LetDone
			ELSE
				MOVE StudentName TO LetVal
			END-IF
		WHEN "HOLDS"
			IF StuHoldCount = 0
				MOVE "none" TO LetVal
			ELSE
				MOVE StuHoldText TO LetVal
			END-IF
		WHEN "EMAIL"
			IF StudentEmail = SPACES
				MOVE "(no email on file)" TO LetVal
		MOVE LetterOut TO LetterWork
	END-IF.

LoadCalendar.
	MOVE SPACE TO CalendarEOF
	MOVE ZERO TO CalCount
	OPEN INPUT CALENDAR-FILE
	IF CalendarStatus NOT = '00'
		DISPLAY "ERROR: could not open term calendar file "
			FUNCTION TRIM(CalendarPath) " (status " CalendarStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL CalendarEOF = 'Y'
		READ CALENDAR-FILE
			AT END MOVE 'Y' TO CalendarEOF
		END-READ
		IF CalendarEOF NOT = 'Y' AND CalendarRec NOT = SPACES
				AND CalendarRec(1:1) NOT = '*'
			IF CalCount < 99
				COMPUTE CalCount = CalCount + 1
				MOVE SPACES TO CalCode(CalCount) CalName(CalCount)
					CalStart(CalCount) CalEnd(CalCount) CalDeadline(CalCount)
				MOVE SPACES TO CalSeqRaw
				MOVE SPACES TO CalTypeRaw
				UNSTRING CalendarRec DELIMITED BY '|'
					INTO CalCode(CalCount), CalName(CalCount), CalSeqRaw,
						CalStart(CalCount), CalEnd(CalCount),
						CalDeadline(CalCount), CalTypeRaw
				PERFORM EditCalendarLine
				IF CalLineOK = 'N'
					COMPUTE CalBadCount = CalBadCount + 1
					COMPUTE CalCount = CalCount - 1
				END-IF
			ELSE
				COMPUTE CalDropCount = CalDropCount + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE CALENDAR-FILE
	PERFORM SortCalendar
	DISPLAY "Calendar terms loaded: " CalCount
	IF CalBadCount > 0
		DISPLAY "WARNING: " CalBadCount
			" term calendar line(s) were rejected"
	END-IF
	IF CalDropCount > 0
		DISPLAY "WARNING: term calendar table is full; " CalDropCount
			" line(s) were ignored"
	END-IF
	MOVE ZERO TO CalCurrPos
	IF CurrentTerm NOT = SPACES
		MOVE CurrentTerm TO CalLookup
		PERFORM FindCalTerm
		IF CalFoundIdx = 0
			DISPLAY "ERROR: current term " FUNCTION TRIM(CurrentTerm)
				" is not on the term calendar " FUNCTION TRIM(CalendarPath)
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE CalFoundIdx TO CalCurrPos
	END-IF
	IF RunDate = SPACES
		ACCEPT RunDate FROM DATE YYYYMMDD
	END-IF.

EditCalendarLine.
	MOVE 'Y' TO CalLineOK
	COMPUTE CalSeq(CalCount) = FUNCTION NUMVAL(CalSeqRaw)
	MOVE FUNCTION UPPER-CASE(CalTypeRaw(1:2)) TO CalType(CalCount)
	EVALUATE TRUE
		WHEN CalCode(CalCount) = SPACES
			DISPLAY "WARNING: term calendar line has no term code: "
				FUNCTION TRIM(CalendarRec)
			MOVE 'N' TO CalLineOK
		WHEN CalSeq(CalCount) = ZERO
			DISPLAY "WARNING: term calendar sequence for "
				FUNCTION TRIM(CalCode(CalCount)) " is missing or not numeric"
			MOVE 'N' TO CalLineOK
		WHEN (CalStart(CalCount) NOT = SPACES AND CalStart(CalCount) NOT NUMERIC)
				OR (CalEnd(CalCount) NOT = SPACES AND CalEnd(CalCount) NOT NUMERIC)
				OR (CalDeadline(CalCount) NOT = SPACES
					AND CalDeadline(CalCount) NOT NUMERIC)
			DISPLAY "WARNING: term calendar dates for "
				FUNCTION TRIM(CalCode(CalCount)) " are not yyyymmdd"
			MOVE 'N' TO CalLineOK
		WHEN CalStart(CalCount) NOT = SPACES AND CalEnd(CalCount) NOT = SPACES
				AND CalEnd(CalCount) < CalStart(CalCount)
			DISPLAY "WARNING: term calendar end date for "
				FUNCTION TRIM(CalCode(CalCount)) " is before its start date"
			MOVE 'N' TO CalLineOK
		WHEN CalType(CalCount) NOT = "FA" AND CalType(CalCount) NOT = "SP"
				AND CalType(CalCount) NOT = "SU"
			DISPLAY "WARNING: term calendar type for "
				FUNCTION TRIM(CalCode(CalCount))
				" must be FALL, SPRING or SUMMER"
			MOVE 'N' TO CalLineOK
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	IF CalLineOK = 'Y'
		PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx >= CalCount
			IF CalCode(CalIdx) = CalCode(CalCount)
					OR CalSeq(CalIdx) = CalSeq(CalCount)
				DISPLAY "WARNING: term calendar line for "
					FUNCTION TRIM(CalCode(CalCount))
					" repeats the term code or sequence of "
					FUNCTION TRIM(CalCode(CalIdx))
				MOVE 'N' TO CalLineOK
			END-IF
		END-PERFORM
	END-IF.

SortCalendar.
	PERFORM VARYING CalIdx FROM 2 BY 1 UNTIL CalIdx > CalCount
		MOVE CalEntry(CalIdx) TO CalHold
		MOVE CalSeq(CalIdx) TO CalSeqHold
		MOVE CalIdx TO CalIdx2
		MOVE 'N' TO CalPlacedSw
		PERFORM UNTIL CalIdx2 < 2 OR CalPlacedSw = 'Y'
			IF CalSeq(CalIdx2 - 1) > CalSeqHold
				MOVE CalEntry(CalIdx2 - 1) TO CalEntry(CalIdx2)
				COMPUTE CalIdx2 = CalIdx2 - 1
			ELSE
				MOVE 'Y' TO CalPlacedSw
			END-IF
		END-PERFORM
		MOVE CalHold TO CalEntry(CalIdx2)
	END-PERFORM.

FindCalTerm.
	MOVE ZERO TO CalFoundIdx
	PERFORM VARYING CalIdx2 FROM 1 BY 1
			UNTIL CalIdx2 > CalCount OR CalFoundIdx > 0
		IF CalCode(CalIdx2) = CalLookup
			MOVE CalIdx2 TO CalFoundIdx
		END-IF
	END-PERFORM.

SortTermTable.
	PERFORM VARYING TermIdx FROM 2 BY 1 UNTIL TermIdx > TermCount
		MOVE TERM-ENTRY(TermIdx) TO TermHold
		MOVE TERM-NAME(TermIdx) TO CalLookup
		PERFORM FindCalTerm
		IF CalFoundIdx = 0
			MOVE 99999 TO TermSeq1
		ELSE
			MOVE CalFoundIdx TO TermSeq1
		END-IF
		MOVE TermIdx TO TermIdx2
		MOVE 'N' TO TermPlacedSw
		PERFORM UNTIL TermIdx2 < 2 OR TermPlacedSw = 'Y'
			MOVE TERM-NAME(TermIdx2 - 1) TO CalLookup
			PERFORM FindCalTerm
			IF CalFoundIdx = 0
				MOVE 99999 TO TermSeq2
			ELSE
				MOVE CalFoundIdx TO TermSeq2
			END-IF
			IF TermSeq2 > TermSeq1
				MOVE TERM-ENTRY(TermIdx2 - 1) TO TERM-ENTRY(TermIdx2)
				COMPUTE TermIdx2 = TermIdx2 - 1
			ELSE
				MOVE 'Y' TO TermPlacedSw
			END-IF
		END-PERFORM
		MOVE TermHold TO TERM-ENTRY(TermIdx2)
	END-PERFORM
	MOVE ZERO TO LastTermIdx.

NoteChronoTerm.
	MOVE ZERO TO ChronoFound
	PERFORM VARYING ChronoIdx FROM 1 BY 1 UNTIL ChronoIdx > ChronoCount
AgeIncompletes.
	MOVE ZERO TO IInWindowCount
	MOVE ZERO TO ILapsedCount
	MOVE ZERO TO CurrTermPos
	IF CalCount > 0
		MOVE CalCurrPos TO CurrTermPos
	ELSE
		MOVE CurrentTerm TO Term
		PERFORM NoteChronoTerm
		PERFORM VARYING ChronoIdx FROM 1 BY 1 UNTIL ChronoIdx > ChronoCount
			IF ChronoTerm(ChronoIdx) = CurrentTerm
				MOVE ChronoIdx TO CurrTermPos
			END-IF
		END-PERFORM
	END-IF
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		IF TGrade(TCourseIdx) = 'I'
			MOVE ZERO TO ITermPos
			IF CalCount > 0
				MOVE TTerm(TCourseIdx) TO CalLookup
				PERFORM FindCalTerm
				MOVE CalFoundIdx TO ITermPos
			ELSE
				PERFORM VARYING ChronoIdx FROM 1 BY 1 UNTIL ChronoIdx > ChronoCount
					IF ChronoTerm(ChronoIdx) = TTerm(TCourseIdx)
						MOVE ChronoIdx TO ITermPos
					END-IF
				END-PERFORM
			END-IF
			MOVE 'N' TO ILapseSw
			IF ITermPos > 0 AND CurrTermPos > ITermPos + 1
				MOVE 'Y' TO ILapseSw
			END-IF
			IF ITermPos > 0 AND ITermPos < CalCount
				IF CalDeadline(ITermPos + 1) NOT = SPACES
						AND RunDate > CalDeadline(ITermPos + 1)
					MOVE 'Y' TO ILapseSw
				END-IF
			END-IF
			IF ILapseSw = 'Y'
				MOVE 'L' TO IAge(TCourseIdx)
				COMPUTE ILapsedCount = ILapsedCount + 1
				STRING "Incomplete past deadline: " DELIMITED BY SIZE
	END-PERFORM.

WriteAtRiskLine.
	IF NtRiskCount < 20
		COMPUTE NtRiskCount = NtRiskCount + 1
		MOVE SPACES TO NtRiskText(NtRiskCount)
		UNSTRING AtRiskLine DELIMITED BY '|'
			INTO NtRiskId, NtRiskText(NtRiskCount)
	END-IF
	IF StudentName NOT = SPACES
		MOVE AtRiskLine TO AtRiskRec
		MOVE SPACES TO AtRiskLine
	COMPUTE AtRiskFlagCount = AtRiskFlagCount + 1.

CheckAtRisk.
	MOVE ZERO TO NtRiskCount
	MOVE ZERO TO PrevTermGPA
	MOVE 'Y' TO FirstTermSw
	PERFORM VARYING TermIdx FROM 1 BY 1 UNTIL TermIdx > TermCount

CollectGradCandidates.
	MOVE ZERO TO StillHrs
	MOVE SPACES TO BlkLine
	PERFORM VARYING ReqIdx FROM 1 BY 1
			UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
		IF StillBlk(ReqIdx) > 0
			PERFORM ComputeBlockLeft
			IF BlkUnit(BlkIdx) = 'C'
				COMPUTE StillHrs = StillHrs + (BlkLeft * 3)
			ELSE
				COMPUTE StillHrs = StillHrs + BlkLeft
			END-IF
			PERFORM FormatStillReq
			IF BlkLine = SPACES
				MOVE StillReqText TO BlkLine
			ELSE
				MOVE SPACES TO BlkLineWork
				STRING FUNCTION TRIM(BlkLine) DELIMITED BY SIZE
					"; " DELIMITED BY SIZE
					FUNCTION TRIM(StillReqText) DELIMITED BY SIZE
					INTO BlkLineWork
				MOVE BlkLineWork TO BlkLine
			END-IF
		ELSE
			MOVE StillRequired(ReqIdx) TO Course
			PERFORM FindCatalog
			IF CatFoundIdx = 0
				COMPUTE StillHrs = StillHrs + 3
			ELSE
				COMPUTE StillHrs = StillHrs + CatHours(CatFoundIdx)
			END-IF
		END-IF
	END-PERFORM
	IF RemainingCredits <= 0 AND StillReqCount = 1
		IF GradCount < 1000
			COMPUTE GradCount = GradCount + 1
			MOVE StudentId TO GradId(GradCount)
			MOVE SPACES TO GradProgs(GradCount)
			IF ProgCount > 0
				MOVE ProgSummary TO GradProgs(GradCount)
			END-IF
			MOVE StudentName TO GradName(GradCount)
			MOVE FormatGPA TO GradGPA(GradCount)
			IF FormatGPA >= SummaGPA
				MOVE StudentName TO NearName(NearCount)
				MOVE RemainingCredits TO NearCredits(NearCount)
				COMPUTE NearStill(NearCount) = StillReqCount - 1
				MOVE BlkLine TO NearBlocks(NearCount)
				MOVE SPACES TO NearProgs(NearCount)
				IF ProgCount > 0
					MOVE ProgSummary TO NearProgs(NearCount)
				END-IF
			END-IF
		END-IF
	END-IF.
			"|" DELIMITED BY SIZE
			GradTier(GradIdx) DELIMITED BY SIZE
			INTO GradLine
		IF GradProgs(GradIdx) NOT = SPACES
			MOVE SPACES TO BlkLineWork
			STRING FUNCTION TRIM(GradLine) DELIMITED BY SIZE
				"|programs " DELIMITED BY SIZE
				FUNCTION TRIM(GradProgs(GradIdx)) DELIMITED BY SIZE
				INTO BlkLineWork
			MOVE BlkLineWork TO GradLine
		END-IF
		MOVE GradLine TO GradClearRec
		WRITE GradClearRec
	END-PERFORM
			"|courses left " DELIMITED BY SIZE
			NearStill(GradIdx) DELIMITED BY SIZE
			INTO GradLine
		IF NearBlocks(GradIdx) NOT = SPACES
			MOVE SPACES TO BlkLineWork
			STRING FUNCTION TRIM(GradLine) DELIMITED BY SIZE
				"|unmet " DELIMITED BY SIZE
				FUNCTION TRIM(NearBlocks(GradIdx)) DELIMITED BY SIZE
				INTO BlkLineWork
			MOVE BlkLineWork TO GradLine
		END-IF
		IF NearProgs(GradIdx) NOT = SPACES
			MOVE SPACES TO BlkLineWork
			STRING FUNCTION TRIM(GradLine) DELIMITED BY SIZE
				"|programs " DELIMITED BY SIZE
				FUNCTION TRIM(NearProgs(GradIdx)) DELIMITED BY SIZE
				INTO BlkLineWork
			MOVE BlkLineWork TO GradLine
		END-IF
		MOVE GradLine TO GradClearRec
		WRITE GradClearRec
	END-PERFORM

WriteMasterStudent.
	MOVE ZERO TO KeyedSeq
	IF CalCount > 0
		PERFORM SortTermTable
	END-IF
	IF StuCatYear = 9999
		MOVE SPACES TO CatYearOut
	ELSE
		MOVE StuCatYear TO CatYearOut
	END-IF
	MOVE GPA TO MstGPAEdit
	MOVE RemainingCredits TO RemainingCreditsEdit
	STRING "S|" DELIMITED BY SIZE
		FUNCTION TRIM(CurrStanding) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(StudentName) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(ProgSummary) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		CatYearOut DELIMITED BY SPACE
		INTO MasterLine
	PERFORM WriteMasterLine
	PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
		STRING "P|" DELIMITED BY SIZE
			FUNCTION TRIM(ProgKind(ProgIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(ProgCode(ProgIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(ProgPath(ProgIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(ProgStatus(ProgIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			ProgStill(ProgIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			ProgShared(ProgIdx) DELIMITED BY SIZE
			INTO MasterLine
		PERFORM WriteMasterLine
	END-PERFORM
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		MOVE TPoints(TCourseIdx) TO MstPtsEdit
		STRING "C|" DELIMITED BY SIZE
	END-PERFORM
	PERFORM VARYING ReqIdx FROM 1 BY 1
			UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
		IF StillBlk(ReqIdx) = 0
			STRING "R|" DELIMITED BY SIZE
				FUNCTION TRIM(StillRequired(ReqIdx)) DELIMITED BY SIZE
				INTO MasterLine
		ELSE
			MOVE StillBlk(ReqIdx) TO BlkIdx
			STRING "R|" DELIMITED BY SIZE
				FUNCTION TRIM(StillRequired(ReqIdx)) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				BlkEarned(BlkIdx) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				BlkMin(BlkIdx) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				BlkUnit(BlkIdx) DELIMITED BY SIZE
				INTO MasterLine
		END-IF
		PERFORM WriteMasterLine
	END-PERFORM
	PERFORM VARYING MstIdx FROM 1 BY 1
			AT END MOVE 'Y' TO TxEOF
		END-READ
		IF TxEOF NOT = 'Y'
			IF TxCount < 5000
				COMPUTE TxCount = TxCount + 1
				MOVE SPACES TO TxTerm(TxCount)
				UNSTRING TxRec DELIMITED BY '|'
	DISPLAY "Please enter the name of the substitution/waiver exceptions file"
	DISPLAY "(StudentId|ReqCourse|SUB|SubCourse or StudentId|ReqCourse|WAIVE per line), or press Enter if none."
	ACCEPT SubWvPath
	DISPLAY "Please enter the name of the master generation catalog,"
	DISPLAY "or press Enter if master generations are not managed."
	ACCEPT GenCatPath
	PERFORM LoadTransactions
	IF SubWvPath NOT = SPACES
		PERFORM LoadSubWaive
	END-IF
	IF GenCatPath NOT = SPACES
		ACCEPT RunDate FROM DATE YYYYMMDD
		ACCEPT RunTimeStart FROM TIME
		MOVE 'N' TO GenLogSw
		PERFORM CheckCurrentGeneration
	END-IF
	OPEN INPUT STUDENT-MASTER-FILE
	OPEN OUTPUT MASTER-OUT-FILE
	OPEN OUTPUT AUDIT-FILE
	DISPLAY "Students on master:   " MasterStudentCount
	DISPLAY "Transactions applied: " TxAppliedCount
	IF TxRejectCount > 0
		DISPLAY "Transactions rejected (invalid grade, action or term): " TxRejectCount
	END-IF
	IF GenCatPath NOT = SPACES
		MOVE 'T' TO GenThisMode
		MOVE "grade-change transactions" TO GenNewNote
		PERFORM RegisterUpdatedMaster
	END-IF.

RunReprocess.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the dispute queue file (StudentId|TranscriptPath|DegreeReqPath per line,"
		DISPLAY "optionally followed by the student's |MAJOR= or |MINOR= program entries)."
		ACCEPT DisputePath
		DISPLAY "Please enter the name of the student master file to read."
		ACCEPT MasterPath
		ACCEPT MasterOutPath
		DISPLAY "Please enter the name of the run log file to create."
		ACCEPT RunLogPath
		DISPLAY "Please enter the name of the master generation catalog,"
		DISPLAY "or press Enter if master generations are not managed."
		ACCEPT GenCatPath
		DISPLAY "Please enter the name of the substitution/waiver exceptions file"
		DISPLAY "(StudentId|ReqCourse|SUB|SubCourse or StudentId|ReqCourse|WAIVE per line), or press Enter if none."
		ACCEPT SubWvPath
	STRING "Master out: " DELIMITED BY SIZE FUNCTION TRIM(MasterOutPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF GenCatPath NOT = SPACES
		MOVE 'Y' TO GenLogSw
		PERFORM CheckCurrentGeneration
	END-IF
	OPEN INPUT STUDENT-MASTER-FILE
	OPEN OUTPUT MASTER-OUT-FILE
	MOVE 'T' TO MasterWriteMode
		ReprocNotFound DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF GenCatPath NOT = SPACES
		MOVE 'P' TO GenThisMode
		MOVE "dispute reprocess" TO GenNewNote
		PERFORM RegisterUpdatedMaster
	END-IF
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
			IF DispFoundIdx = 0
				IF DispCount < 500
					COMPUTE DispCount = DispCount + 1
					MOVE SPACES TO DispProgSet(DispCount)
					UNSTRING DisputeRec DELIMITED BY '|'
						INTO DispId(DispCount), DispPath(DispCount),
							DispReq(DispCount), DispProg(DispCount, 1),
							DispProg(DispCount, 2), DispProg(DispCount, 3),
							DispProg(DispCount, 4)
					MOVE 'N' TO DispDone(DispCount)
				ELSE
					COMPUTE DispDropCount = DispDropCount + 1
	MOVE SPACES TO AdvisorCode
	MOVE SPACES TO DltStanding
	MOVE SPACES TO StudentName
	MOVE SPACES TO MstF12
	UNSTRING ReprocHold DELIMITED BY '|'
		INTO MstTag, MstF1, MstF2, MstF3, MstF4, MstF5,
			MstF6, MstF7, MstF8, MstF9, MstF10, AdvisorCode,
			DltStanding, StudentName, MstF11, MstF12
	MOVE DispId(DispFoundIdx) TO StudentId
	IF DemoCount > 0
		PERFORM LookupDemographics
	END-IF
	MOVE DispPath(DispFoundIdx) TO Path
	MOVE DispReq(DispFoundIdx) TO DegreeReqPath
	MOVE DispProg(DispFoundIdx, 1) TO ProgRaw(1)
	MOVE DispProg(DispFoundIdx, 2) TO ProgRaw(2)
	MOVE DispProg(DispFoundIdx, 3) TO ProgRaw(3)
	MOVE DispProg(DispFoundIdx, 4) TO ProgRaw(4)
	MOVE MstF12 TO CatYearRaw
	PERFORM SetStuCatYear
	PERFORM ParseRosterPrograms
	STRING FUNCTION TRIM(Path) DELIMITED BY SIZE ".rpt" DELIMITED BY SIZE
		INTO AdvisingRptPath
	STRING FUNCTION TRIM(Path) DELIMITED BY SIZE ".exc" DELIMITED BY SIZE
	ELSE
		MOVE 'Y' TO DispDone(DispFoundIdx)
		MOVE 'Y' TO ReprocSkipSw
		MOVE 'Y' TO ProgRptSw
		PERFORM AuditPrograms
		MOVE 'N' TO ProgRptSw
		PERFORM WriteMasterStudent
		COMPUTE ReprocReplaced = ReprocReplaced + 1
		STRING "REPLACED: student " DELIMITED BY SIZE
		ACCEPT MasterOutPath
		DISPLAY "Please enter the name of the run log file to create."
		ACCEPT RunLogPath
		DISPLAY "Please enter the name of the master generation catalog,"
		DISPLAY "or press Enter if master generations are not managed."
		ACCEPT GenCatPath
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	OPEN OUTPUT RUN-LOG-FILE
	STRING "Graduate archive run started " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		RunTimeStart DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Master in:  " DELIMITED BY SIZE FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Archive:    " DELIMITED BY SIZE FUNCTION TRIM(ArchivePath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "New active: " DELIMITED BY SIZE FUNCTION TRIM(MasterOutPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF GenCatPath NOT = SPACES
		MOVE 'Y' TO GenLogSw
		PERFORM CheckCurrentGeneration
	END-IF
	OPEN INPUT STUDENT-MASTER-FILE
	OPEN OUTPUT ARCHIVE-FILE
	OPEN OUTPUT MASTER-OUT-FILE
	MOVE SPACES TO ArchiveRec
	STRING "*ARCHIVE " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		" graduated students from " DELIMITED BY SIZE
		FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
		INTO ArchiveRec
	WRITE ArchiveRec
	MOVE 'N' TO ArchInGroup
	MOVE SPACE TO MasterEOF
	PERFORM UNTIL MasterEOF = 'Y'
		READ STUDENT-MASTER-FILE INTO MasterLine
			AT END MOVE 'Y' TO MasterEOF
		END-READ
		IF MasterEOF NOT = 'Y'
			PERFORM HandleArchiveRecord
		END-IF
	END-PERFORM
	IF ArchInGroup = 'Y'
		PERFORM FlushGroupActive
	END-IF
	CLOSE STUDENT-MASTER-FILE
	CLOSE ARCHIVE-FILE
	CLOSE MASTER-OUT-FILE
	STRING "Students archived: " DELIMITED BY SIZE
		ArchivedCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Students retained: " DELIMITED BY SIZE
		ArchKeptCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF GenCatPath NOT = SPACES
		MOVE 'A' TO GenThisMode
		MOVE "graduate archive" TO GenNewNote
		PERFORM RegisterUpdatedMaster
	END-IF
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	CLOSE RUN-LOG-FILE
	DISPLAY "Students archived: " ArchivedCount
	DISPLAY "Students retained: " ArchKeptCount.

HandleArchiveRecord.
	IF MasterLine(1:2) = "S|"
		IF ArchInGroup = 'Y'
			PERFORM FlushGroupActive
		END-IF
		MOVE 'Y' TO ArchInGroup
		MOVE ZERO TO ArchGroupCount
		MOVE 'N' TO ArchHasReq
		MOVE 'N' TO ArchOverflow
		PERFORM ParseDeltaStudent
	END-IF
	IF ArchInGroup = 'Y'
		IF MasterLine(1:2) = "R|"
			MOVE 'Y' TO ArchHasReq
		END-IF
		IF ArchOverflow = 'Y'
			MOVE MasterLine TO MasterOutRec
			WRITE MasterOutRec
		ELSE
			IF ArchGroupCount < 700
				COMPUTE ArchGroupCount = ArchGroupCount + 1
				MOVE MasterLine TO ArchGroup(ArchGroupCount)
			ELSE
				MOVE 'Y' TO ArchOverflow
				PERFORM FlushGroupActive
				MOVE MasterLine TO MasterOutRec
				WRITE MasterOutRec
			END-IF
		END-IF
		IF MasterLine(1:2) = "E|"
			IF ArchOverflow = 'N'
				IF DltRemaining <= 0 AND ArchHasReq = 'N'
					PERFORM FlushGroupArchive
				ELSE
					PERFORM FlushGroupActive
				END-IF
			END-IF
			MOVE 'N' TO ArchInGroup
		END-IF
	ELSE
		MOVE MasterLine TO MasterOutRec
		WRITE MasterOutRec
	END-IF
	MOVE SPACES TO MasterLine.

FlushGroupArchive.
	PERFORM VARYING ArchGroupIdx FROM 1 BY 1
			UNTIL ArchGroupIdx > ArchGroupCount
		MOVE ArchGroup(ArchGroupIdx) TO ArchiveRec
		WRITE ArchiveRec
	END-PERFORM
	COMPUTE ArchivedCount = ArchivedCount + 1
	STRING "ARCHIVED: student " DELIMITED BY SIZE
		FUNCTION TRIM(DltId) DELIMITED BY SIZE
		" (degree requirements complete)" DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	MOVE ZERO TO ArchGroupCount.

FlushGroupActive.
	PERFORM VARYING ArchGroupIdx FROM 1 BY 1
			UNTIL ArchGroupIdx > ArchGroupCount
		MOVE ArchGroup(ArchGroupIdx) TO MasterOutRec
		WRITE MasterOutRec
	END-PERFORM
	IF ArchGroupCount > 0
		COMPUTE ArchKeptCount = ArchKeptCount + 1
	END-IF
	MOVE ZERO TO ArchGroupCount.

RunAllocation.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the student master file to read."
		ACCEPT MasterPath
		DISPLAY "Please enter the name of the course offerings file (Course|Term|Sections|SeatsPerSection|Days|Start|End per line)."
		ACCEPT OfferingsPath
		DISPLAY "Please enter the name of the registration file to create."
		ACCEPT AllocRegPath
		DISPLAY "Please enter the name of the section fill report to create."
		ACCEPT AllocFillPath
		DISPLAY "Please enter the name of the short-hours student list to create."
		ACCEPT AllocShortPath
		DISPLAY "Please enter the name of the student holds file, or press Enter if none."
		ACCEPT HoldPath
		DISPLAY "Please enter the name of the run log file to create."
		ACCEPT RunLogPath
	END-IF
	IF AllocNearCredits = ZERO
		MOVE PlanHourCap TO AllocNearCredits
	END-IF
	IF AllocTargetHours = ZERO
		MOVE PlanHourCap TO AllocTargetHours
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	OPEN OUTPUT RUN-LOG-FILE
	STRING "Seat allocation run started " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		RunTimeStart DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Term:       " DELIMITED BY SIZE FUNCTION TRIM(CurrentTerm) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Master in:  " DELIMITED BY SIZE FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Offerings:  " DELIMITED BY SIZE FUNCTION TRIM(OfferingsPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Priority:   " DELIMITED BY SIZE AllocOrder DELIMITED BY SIZE
		" (near-graduation at " DELIMITED BY SIZE
		AllocNearCredits DELIMITED BY SIZE
		" remaining, target " DELIMITED BY SIZE
		AllocTargetHours DELIMITED BY SIZE
		" hours)" DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF HoldPath NOT = SPACES
		STRING "Holds:      " DELIMITED BY SIZE FUNCTION TRIM(HoldPath) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		PERFORM LoadHolds
	END-IF
	PERFORM LoadOfferings
	PERFORM AllocBuildSections
	MOVE ZERO TO AlCount
	MOVE 'Y' TO AllocSw
	OPEN INPUT STUDENT-MASTER-FILE
	MOVE SPACE TO MasterEOF
	PERFORM ResetStudentState
	PERFORM PresetCourseTables
	PERFORM UNTIL MasterEOF = 'Y'
		READ STUDENT-MASTER-FILE INTO MasterLine
			AT END MOVE 'Y' TO MasterEOF
		END-READ
		IF MasterEOF NOT = 'Y'
			PERFORM HandleMasterRecord
		END-IF
	END-PERFORM
	CLOSE STUDENT-MASTER-FILE
	MOVE 'N' TO AllocSw
	PERFORM AllocRankStudents
	OPEN OUTPUT ALLOC-REG-FILE
	OPEN OUTPUT ALLOC-SHORT-FILE
	MOVE "StudentId|Priority|Course|Term|Section|Days|Start|End|Hours|Status|WaitPosition"
		TO AllocRegRec
	WRITE AllocRegRec
	MOVE "StudentId|Priority|NearGrad|EarnedHours|Standing|TargetHours|ProposedHours|Waitlisted"
		TO AllocShortRec
	WRITE AllocShortRec
	PERFORM VARYING AlI FROM 1 BY 1 UNTIL AlI > AlCount
		PERFORM AllocOneStudent
	END-PERFORM
	CLOSE ALLOC-REG-FILE
	CLOSE ALLOC-SHORT-FILE
	PERFORM AllocWriteFill
	STRING "Students ranked:     " DELIMITED BY SIZE
		AlCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "No eligible courses: " DELIMITED BY SIZE
		AllocNoCandCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Blocked by holds:    " DELIMITED BY SIZE
		AllocHeldCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Seats assigned:      " DELIMITED BY SIZE
		AllocSeatCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Waitlist entries:    " DELIMITED BY SIZE
		AllocWaitCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Short of target:     " DELIMITED BY SIZE
		AllocShortCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Sections:            " DELIMITED BY SIZE
		SecCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF AllocDropCount > 0 OR SecDropCount > 0
		STRING "WARNING: table full; students not ranked " DELIMITED BY SIZE
			AllocDropCount DELIMITED BY SIZE
			", sections ignored " DELIMITED BY SIZE
			SecDropCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	CLOSE RUN-LOG-FILE
	DISPLAY "Students ranked:  " AlCount
	IF AllocHeldCount > 0
		DISPLAY "Blocked by holds: " AllocHeldCount
	END-IF
	DISPLAY "Seats assigned:   " AllocSeatCount
	DISPLAY "Waitlist entries: " AllocWaitCount
	DISPLAY "Short of target:  " AllocShortCount
	IF AllocDropCount > 0
		DISPLAY "WARNING: allocation table is full; " AllocDropCount
			" student(s) were not ranked"
	END-IF
	IF SecDropCount > 0
		DISPLAY "WARNING: section table is full; " SecDropCount
			" section(s) were ignored"
	END-IF.

AllocBuildSections.
	MOVE ZERO TO SecCount
	PERFORM VARYING OfferIdx FROM 1 BY 1 UNTIL OfferIdx > OfferCount
		IF OfferTerm(OfferIdx) = CurrentTerm
				AND OfferDays(OfferIdx) NOT = SPACES
			MOVE OfferSections(OfferIdx) TO SecNum
			IF SecNum = 0
				MOVE 1 TO SecNum
			END-IF
			PERFORM SecNum TIMES
				IF SecCount < 1000
					COMPUTE SecCount = SecCount + 1
					MOVE OfferIdx TO SecOffer(SecCount)
					MOVE ZERO TO SecFilled(SecCount)
					MOVE ZERO TO SecWait(SecCount)
					MOVE 1 TO SecNo(SecCount)
					PERFORM VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx >= SecCount
						IF OfferCourse(SecOffer(SecIdx)) = OfferCourse(OfferIdx)
							COMPUTE SecNo(SecCount) = SecNo(SecCount) + 1
						END-IF
					END-PERFORM
				ELSE
					COMPUTE SecDropCount = SecDropCount + 1
				END-IF
			END-PERFORM
		END-IF
	END-PERFORM.

AllocCollectStudent.
	PERFORM LookupHolds
	IF StuHoldBlock = 'Y'
		COMPUTE AllocHeldCount = AllocHeldCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO SchedCandCount
	PERFORM VARYING CsvIdx FROM 1 BY 1
			UNTIL CsvIdx > MaxCourses OR CanTake(CsvIdx) = "NULL"
		IF SchedCandCount < 10
			COMPUTE SchedCandCount = SchedCandCount + 1
			MOVE CanTake(CsvIdx) TO SchedCand(SchedCandCount)
		END-IF
	END-PERFORM
	PERFORM VARYING ReqIdx FROM 1 BY 1
			UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
		MOVE 'N' TO SchedEligible
		MOVE StillRequired(ReqIdx) TO Course
		IF StillBlk(ReqIdx) = 0
			PERFORM SchedCheckEligible
		END-IF
		IF SchedEligible = 'Y' AND SchedCandCount < 10
			COMPUTE SchedCandCount = SchedCandCount + 1
			MOVE StillRequired(ReqIdx) TO SchedCand(SchedCandCount)
		END-IF
	END-PERFORM
	IF SchedCandCount = 0
		COMPUTE AllocNoCandCount = AllocNoCandCount + 1
		EXIT PARAGRAPH
	END-IF
	IF AlCount >= 5000
		COMPUTE AllocDropCount = AllocDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE AlCount = AlCount + 1
	MOVE StudentId TO AlStudentId(AlCount)
	MOVE CreditT TO AlCredits(AlCount)
	MOVE CurrStanding TO AlStanding(AlCount)
	MOVE StuCatYear TO AlCatYear(AlCount)
	MOVE SchedCandCount TO AlCandCount(AlCount)
	PERFORM VARYING SchedCandIdx FROM 1 BY 1 UNTIL SchedCandIdx > SchedCandCount
		MOVE SchedCand(SchedCandIdx) TO AlCand(AlCount, SchedCandIdx)
	END-PERFORM
	IF RemainingCredits <= AllocNearCredits
		MOVE 'Y' TO AlNear(AlCount)
	ELSE
		MOVE 'N' TO AlNear(AlCount)
	END-IF
	EVALUATE CurrStanding
		WHEN "DEAN'S LIST"
			MOVE 4 TO AllocStandRank
		WHEN "GOOD STANDING"
			MOVE 3 TO AllocStandRank
		WHEN "PROBATION"
			MOVE 2 TO AllocStandRank
		WHEN "SUSPENSION"
			MOVE 1 TO AllocStandRank
		WHEN OTHER
			MOVE 3 TO AllocStandRank
	END-EVALUATE
	MOVE ZERO TO AlKey(AlCount)
	PERFORM VARYING AllocKeyPos FROM 1 BY 1 UNTIL AllocKeyPos > 3
		EVALUATE AllocOrder(AllocKeyPos:1)
			WHEN 'N'
				IF AlNear(AlCount) = 'Y'
					COMPUTE AlKey(AlCount) = AlKey(AlCount) * 10 + 1
				ELSE
					COMPUTE AlKey(AlCount) = AlKey(AlCount) * 10
				END-IF
			WHEN 'C'
				COMPUTE AlKey(AlCount) = AlKey(AlCount) * 1000 + CreditT
			WHEN 'S'
				COMPUTE AlKey(AlCount) = AlKey(AlCount) * 10 + AllocStandRank
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.

AllocRankStudents.
	PERFORM VARYING AlI FROM 1 BY 1 UNTIL AlI > AlCount
		MOVE AlI TO AlOrd(AlI)
	END-PERFORM
	PERFORM VARYING AlI FROM 2 BY 1 UNTIL AlI > AlCount
		MOVE AlOrd(AlI) TO AlT
		COMPUTE AlJ = AlI - 1
		MOVE 'N' TO AlDoneSw
		PERFORM UNTIL AlDoneSw = 'Y'
			IF AlJ < 1
				MOVE 'Y' TO AlDoneSw
			ELSE
				IF AlKey(AlOrd(AlJ)) < AlKey(AlT)
					MOVE AlOrd(AlJ) TO AlOrd(AlJ + 1)
					COMPUTE AlJ = AlJ - 1
				ELSE
					MOVE 'Y' TO AlDoneSw
				END-IF
			END-IF
		END-PERFORM
		MOVE AlT TO AlOrd(AlJ + 1)
	END-PERFORM.

AllocOneStudent.
	MOVE AlOrd(AlI) TO AlT
	MOVE AlStudentId(AlT) TO StudentId
	MOVE AlCatYear(AlT) TO StuCatYear
	MOVE ZERO TO SchedCount
	MOVE ZERO TO SchedHours
	MOVE ZERO TO AllocStuWait
	MOVE ZERO TO AllocCandHours
	PERFORM VARYING AlJ FROM 1 BY 1 UNTIL AlJ > AlCandCount(AlT)
		PERFORM AllocPlaceCourse
	END-PERFORM
	MOVE AllocTargetHours TO AllocTarget
	IF AllocCandHours < AllocTarget
		MOVE AllocCandHours TO AllocTarget
	END-IF
	IF SchedHours < AllocTarget
		COMPUTE AllocShortCount = AllocShortCount + 1
		MOVE SPACES TO AllocLine
		STRING FUNCTION TRIM(StudentId) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			AlI DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			AlNear(AlT) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			AlCredits(AlT) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(AlStanding(AlT)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			AllocTarget DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			SchedHours DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			AllocStuWait DELIMITED BY SIZE
			INTO AllocLine
		MOVE AllocLine TO AllocShortRec
		WRITE AllocShortRec
	END-IF.

AllocPlaceCourse.
	MOVE AlCand(AlT, AlJ) TO Course
	PERFORM FindCatalog
	IF CatFoundIdx = 0
		MOVE 3 TO SchedCourseHours
	ELSE
		MOVE CatHours(CatFoundIdx) TO SchedCourseHours
	END-IF
	MOVE 'N' TO SchedAnySection
	MOVE ZERO TO SecFoundIdx
	MOVE ZERO TO SecWaitIdx
	PERFORM VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx > SecCount
		IF OfferCourse(SecOffer(SecIdx)) = Course
			MOVE 'Y' TO SchedAnySection
			MOVE SecOffer(SecIdx) TO OfferIdx
			PERFORM SchedCheckConflict
			IF SchedOverlap = 'N'
				IF SecFilled(SecIdx) < OfferSeats(OfferIdx)
					IF SecFoundIdx = 0
						MOVE SecIdx TO SecFoundIdx
					END-IF
				ELSE
					IF SecWaitIdx = 0
						MOVE SecIdx TO SecWaitIdx
					ELSE
						IF SecWait(SecIdx) < SecWait(SecWaitIdx)
							MOVE SecIdx TO SecWaitIdx
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF SchedAnySection = 'N'
		EXIT PARAGRAPH
	END-IF
	COMPUTE AllocCandHours = AllocCandHours + SchedCourseHours
	IF SchedHours + SchedCourseHours > AllocTargetHours
		EXIT PARAGRAPH
	END-IF
	IF SecFoundIdx > 0 AND SchedCount < 10
		MOVE SecFoundIdx TO SecIdx
		MOVE SecOffer(SecIdx) TO OfferIdx
		COMPUTE SchedCount = SchedCount + 1
		MOVE Course TO SchedCourse(SchedCount)
		MOVE OfferDays(OfferIdx) TO SchedDays(SchedCount)
		MOVE OfferStart(OfferIdx) TO SchedStart(SchedCount)
		MOVE OfferEnd(OfferIdx) TO SchedEnd(SchedCount)
		COMPUTE SchedHours = SchedHours + SchedCourseHours
		COMPUTE SecFilled(SecIdx) = SecFilled(SecIdx) + 1
		COMPUTE AllocSeatCount = AllocSeatCount + 1
		MOVE "REGISTERED" TO AllocStatus
		MOVE ZERO TO AllocWaitPos
		PERFORM AllocWriteReg
	ELSE
		IF SecWaitIdx > 0
			MOVE SecWaitIdx TO SecIdx
			MOVE SecOffer(SecIdx) TO OfferIdx
			COMPUTE SecWait(SecIdx) = SecWait(SecIdx) + 1
			COMPUTE AllocWaitCount = AllocWaitCount + 1
			COMPUTE AllocStuWait = AllocStuWait + 1
			MOVE "WAITLISTED" TO AllocStatus
			MOVE SecWait(SecIdx) TO AllocWaitPos
			PERFORM AllocWriteReg
		END-IF
	END-IF.

AllocWriteReg.
	MOVE SPACES TO AllocLine
	STRING FUNCTION TRIM(StudentId) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		AlI DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(Course) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(CurrentTerm) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		SecNo(SecIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(OfferDays(OfferIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		OfferStart(OfferIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		OfferEnd(OfferIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		SchedCourseHours DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(AllocStatus) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		AllocWaitPos DELIMITED BY SIZE
		INTO AllocLine
	MOVE AllocLine TO AllocRegRec
	WRITE AllocRegRec.

AllocWriteFill.
	OPEN OUTPUT ALLOC-FILL-FILE
	MOVE "Course|Term|Section|Days|Start|End|Seats|Filled|Waitlisted|Open"
		TO AllocFillRec
	WRITE AllocFillRec
	PERFORM VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx > SecCount
		MOVE SecOffer(SecIdx) TO OfferIdx
		MOVE SPACES TO AllocLine
		STRING FUNCTION TRIM(OfferCourse(OfferIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(OfferTerm(OfferIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			SecNo(SecIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(OfferDays(OfferIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			OfferStart(OfferIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			OfferEnd(OfferIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			OfferSeats(OfferIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			SecFilled(SecIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			SecWait(SecIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			INTO AllocLine
		COMPUTE SecNum = OfferSeats(OfferIdx) - SecFilled(SecIdx)
		MOVE SecNum TO SecOpenEdit
		MOVE SPACES TO AllocFillRec
		STRING FUNCTION TRIM(AllocLine) DELIMITED BY SIZE
			FUNCTION TRIM(SecOpenEdit) DELIMITED BY SIZE
			INTO AllocFillRec
		WRITE AllocFillRec
	END-PERFORM
	CLOSE ALLOC-FILL-FILE.

RunReassign.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the roster file to update."
		ACCEPT RosterPath
		DISPLAY "Please enter the name of the advisor master file."
		ACCEPT AdvMastPath
		DISPLAY "Please enter the name of the approved reassignment proposals file."
		ACCEPT ReassignPath
		DISPLAY "Please enter the name of the new roster file to create."
		ACCEPT RosterOutPath
		DISPLAY "Please enter the name of the run log file to create."
		ACCEPT RunLogPath
	END-IF
	IF RosterOutPath = RosterPath
		DISPLAY "ERROR: the new roster file must not be the roster being read"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM LoadAdvisorMaster
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	OPEN OUTPUT RUN-LOG-FILE
	STRING "Advisor reassignment run started " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		RunTimeStart DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Roster in:  " DELIMITED BY SIZE FUNCTION TRIM(RosterPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Advisors:   " DELIMITED BY SIZE FUNCTION TRIM(AdvMastPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Proposals:  " DELIMITED BY SIZE FUNCTION TRIM(ReassignPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Roster out: " DELIMITED BY SIZE FUNCTION TRIM(RosterOutPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	PERFORM LoadReassignments
	OPEN INPUT ROSTER-FILE
	OPEN OUTPUT ROSTER-OUT-FILE
	MOVE SPACE TO RosterEOF
	PERFORM UNTIL RosterEOF = 'Y'
		READ ROSTER-FILE INTO RosterRec
			AT END MOVE 'Y' TO RosterEOF
		END-READ
		IF RosterEOF NOT = 'Y'
			COMPUTE RosterLinesRead = RosterLinesRead + 1
			MOVE RosterRec TO RosterOutLine
			MOVE SPACES TO StudentId
			MOVE SPACES TO AdvisorCode
			UNSTRING RosterRec DELIMITED BY '|'
				INTO StudentId, Path, DegreeReqPath, AdvisorCode
			MOVE ZERO TO RaFoundIdx
			IF StudentId NOT = SPACES
				PERFORM VARYING RaIdx FROM 1 BY 1 UNTIL RaIdx > RaCount
					IF RaId(RaIdx) = StudentId AND RaUsed(RaIdx) = 'N'
						MOVE RaIdx TO RaFoundIdx
					END-IF
				END-PERFORM
			END-IF
			IF RaFoundIdx > 0
				MOVE 'Y' TO RaUsed(RaFoundIdx)
				IF AdvisorCode NOT = RaFrom(RaFoundIdx)
					COMPUTE RaStale = RaStale + 1
					STRING "STALE: student " DELIMITED BY SIZE
						FUNCTION TRIM(StudentId) DELIMITED BY SIZE
						" roster advisor is now " DELIMITED BY SIZE
						FUNCTION TRIM(AdvisorCode) DELIMITED BY SIZE
						", proposal was from " DELIMITED BY SIZE
						FUNCTION TRIM(RaFrom(RaFoundIdx)) DELIMITED BY SIZE
						" - not changed" DELIMITED BY SIZE
						INTO RunLogLine
					PERFORM WriteRunLogLine
				ELSE
					PERFORM ReplaceRosterAdvisor
					COMPUTE RaApplied = RaApplied + 1
					MOVE RaFrom(RaFoundIdx) TO RaFromRaw
					IF RaFromRaw = SPACES
						MOVE "(none)" TO RaFromRaw
					END-IF
					STRING "APPLIED: student " DELIMITED BY SIZE
						FUNCTION TRIM(StudentId) DELIMITED BY SIZE
						" advisor " DELIMITED BY SIZE
						FUNCTION TRIM(RaFromRaw) DELIMITED BY SIZE
						" -> " DELIMITED BY SIZE
						FUNCTION TRIM(RaTo(RaFoundIdx)) DELIMITED BY SIZE
						INTO RunLogLine
					PERFORM WriteRunLogLine
				END-IF
			END-IF
			MOVE RosterOutLine TO RosterOutRec
			WRITE RosterOutRec
			COMPUTE RosterLinesOut = RosterLinesOut + 1
		END-IF
	END-PERFORM
	CLOSE ROSTER-FILE
	CLOSE ROSTER-OUT-FILE
	PERFORM VARYING RaIdx FROM 1 BY 1 UNTIL RaIdx > RaCount
		IF RaUsed(RaIdx) = 'N'
			COMPUTE RaMissing = RaMissing + 1
			STRING "NOT FOUND: student " DELIMITED BY SIZE
				FUNCTION TRIM(RaId(RaIdx)) DELIMITED BY SIZE
				" is not on the roster - not applied" DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM WriteRunLogLine
		END-IF
	END-PERFORM
	MOVE SPACES TO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Proposal lines read: " DELIMITED BY SIZE RaLinesRead DELIMITED BY SIZE
		"  not approved: " DELIMITED BY SIZE RaNotApproved DELIMITED BY SIZE
		"  rejected: " DELIMITED BY SIZE RaRejected DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Applied: " DELIMITED BY SIZE RaApplied DELIMITED BY SIZE
		"  stale: " DELIMITED BY SIZE RaStale DELIMITED BY SIZE
		"  not found: " DELIMITED BY SIZE RaMissing DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF RaDropCount > 0
		STRING "WARNING: proposal table is full; " DELIMITED BY SIZE
			RaDropCount DELIMITED BY SIZE
			" approved line(s) were ignored" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF
	STRING "Roster lines read: " DELIMITED BY SIZE RosterLinesRead DELIMITED BY SIZE
		"  written: " DELIMITED BY SIZE RosterLinesOut DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	IF RosterLinesRead = RosterLinesOut
		MOVE "Run status: BALANCED" TO RunLogLine
	ELSE
		MOVE "Run status: OUT OF BALANCE" TO RunLogLine
		MOVE 8 TO RETURN-CODE
	END-IF
	PERFORM WriteRunLogLine
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	CLOSE RUN-LOG-FILE
	DISPLAY "Reassignments applied:  " RaApplied
	DISPLAY "Stale (not changed):    " RaStale
	DISPLAY "Not on the roster:      " RaMissing
	DISPLAY "Rejected:               " RaRejected
	DISPLAY "Not approved:           " RaNotApproved
	IF RETURN-CODE < 4
		IF RaStale > 0 OR RaMissing > 0 OR RaRejected > 0 OR RaDropCount > 0
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.

LoadReassignments.
	MOVE ZERO TO RaCount
	MOVE SPACE TO ReassignEOF
	OPEN INPUT REASSIGN-FILE
	IF ReassignStatus NOT = '00'
		DISPLAY "ERROR: could not open reassignment proposals file "
			FUNCTION TRIM(ReassignPath) " (status " ReassignStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL ReassignEOF = 'Y'
		READ REASSIGN-FILE
			AT END MOVE 'Y' TO ReassignEOF
		END-READ
		IF ReassignEOF NOT = 'Y' AND ReassignRec NOT = SPACES
				AND ReassignRec(1:1) NOT = '*'
			COMPUTE RaLinesRead = RaLinesRead + 1
			MOVE SPACES TO RaIdRaw RaFromRaw RaToRaw RaMajorRaw RaReasonRaw
				RaApproveRaw
			UNSTRING ReassignRec DELIMITED BY '|'
				INTO RaIdRaw, RaFromRaw, RaToRaw, RaMajorRaw, RaReasonRaw,
					RaApproveRaw
			MOVE FUNCTION UPPER-CASE(RaApproveRaw) TO RaApproveRaw
			IF RaApproveRaw(1:1) NOT = 'Y'
				COMPUTE RaNotApproved = RaNotApproved + 1
			ELSE
				PERFORM CheckReassignLine
			END-IF
		END-IF
	END-PERFORM
	CLOSE REASSIGN-FILE.

CheckReassignLine.
	MOVE RaToRaw TO AdvisorCode
	PERFORM FindAdvisorMaster
	MOVE ZERO TO RaFoundIdx
	PERFORM VARYING RaIdx FROM 1 BY 1 UNTIL RaIdx > RaCount
		IF RaId(RaIdx) = RaIdRaw
			MOVE RaIdx TO RaFoundIdx
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN RaIdRaw = SPACES
			MOVE "no student id" TO CaseReasonText
		WHEN RaFoundIdx > 0
			MOVE "duplicate student" TO CaseReasonText
		WHEN AmFoundIdx = 0
			MOVE "unknown advisor" TO CaseReasonText
		WHEN AmStatus(AmFoundIdx) NOT = 'A'
			MOVE "advisor not active" TO CaseReasonText
		WHEN OTHER
			MOVE SPACES TO CaseReasonText
	END-EVALUATE
	IF CaseReasonText NOT = SPACES
		COMPUTE RaRejected = RaRejected + 1
		STRING "REJECTED: " DELIMITED BY SIZE
			FUNCTION TRIM(ReassignRec) DELIMITED BY SIZE
			" - " DELIMITED BY SIZE
			FUNCTION TRIM(CaseReasonText) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		EXIT PARAGRAPH
	END-IF
	IF RaCount >= 2000
		COMPUTE RaDropCount = RaDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE RaCount = RaCount + 1
	MOVE RaIdRaw TO RaId(RaCount)
	MOVE RaFromRaw TO RaFrom(RaCount)
	MOVE RaToRaw TO RaTo(RaCount)
	MOVE 'N' TO RaUsed(RaCount).

ReplaceRosterAdvisor.
	MOVE ZERO TO RosterPipeCount
	MOVE ZERO TO RosterPos3
	MOVE ZERO TO RosterPos4
	PERFORM VARYING RosterPos FROM 1 BY 1 UNTIL RosterPos > 200
		IF RosterRec(RosterPos:1) = '|'
			COMPUTE RosterPipeCount = RosterPipeCount + 1
			IF RosterPipeCount = 3
				MOVE RosterPos TO RosterPos3
			END-IF
			IF RosterPipeCount = 4
				MOVE RosterPos TO RosterPos4
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO RosterOutLine
	IF RosterPos3 = 0
		STRING FUNCTION TRIM(RosterRec TRAILING) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(RaTo(RaFoundIdx)) DELIMITED BY SIZE
			INTO RosterOutLine
	ELSE
		IF RosterPos4 = 0
			STRING RosterRec(1:RosterPos3) DELIMITED BY SIZE
				FUNCTION TRIM(RaTo(RaFoundIdx)) DELIMITED BY SIZE
				INTO RosterOutLine
		ELSE
			STRING RosterRec(1:RosterPos3) DELIMITED BY SIZE
				FUNCTION TRIM(RaTo(RaFoundIdx)) DELIMITED BY SIZE
				RosterRec(RosterPos4:) DELIMITED BY SIZE
				INTO RosterOutLine
		END-IF
	END-IF.

RunNotifyRecon.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the notification queue file sent to the mail relay."
		ACCEPT NotifyQPath
		DISPLAY "Please enter the name of the no-email exception list from that run, or press Enter if none."
		ACCEPT NotifyExcPath
		DISPLAY "Please enter the name of the relay's delivery status file"
		DISPLAY "(MessageId|Status|StatusDate|Detail per line; DELIVERED, BOUNCED or DEFERRED)."
		ACCEPT DeliveryPath
		DISPLAY "Please enter the name of the student demographics file for mailing addresses,"
		DISPLAY "or press Enter if none."
		ACCEPT DemoPath
		DISPLAY "Please enter the name of the undelivered notices report to create."
		ACCEPT UndelivRptPath
	END-IF
	IF DemoPath NOT = SPACES
		PERFORM LoadDemographics
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	MOVE "ADVISING" TO NrTypeName(1)
	MOVE "PROBATION" TO NrTypeName(2)
	MOVE "NEARGRAD" TO NrTypeName(3)
	MOVE "ATRISK" TO NrTypeName(4)
	MOVE "OTHER" TO NrTypeName(5)
	PERFORM VARYING NrTypeIdx FROM 1 BY 1 UNTIL NrTypeIdx > 5
		MOVE ZERO TO NrTypeQueued(NrTypeIdx) NrTypeDeliv(NrTypeIdx)
			NrTypeBounce(NrTypeIdx) NrTypeDefer(NrTypeIdx)
			NrTypeNoStat(NrTypeIdx) NrTypeNoEmail(NrTypeIdx)
	END-PERFORM
	PERFORM LoadNotifyQueue
	PERFORM LoadDeliveryStatus
	OPEN OUTPUT UNDELIV-RPT-FILE
	STRING "UNDELIVERED NOTICES REPORT - " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		INTO UndelivLine
	PERFORM WriteUndelivLine
	STRING "Queue: " DELIMITED BY SIZE
		FUNCTION TRIM(NotifyQPath) DELIMITED BY SIZE
		"   Delivery status: " DELIMITED BY SIZE
		FUNCTION TRIM(DeliveryPath) DELIMITED BY SIZE
		INTO UndelivLine
	PERFORM WriteUndelivLine
	MOVE "Every notice listed below must be sent by paper." TO UndelivLine
	PERFORM WriteUndelivLine
	PERFORM WriteUndelivLine
	PERFORM VARYING NrIdx FROM 1 BY 1 UNTIL NrIdx > NrCount
		PERFORM FindNotifyType
		COMPUTE NrTypeQueued(NrTypeIdx) = NrTypeQueued(NrTypeIdx) + 1
		EVALUATE NrStatus(NrIdx)
			WHEN 'D'
				COMPUTE NrTypeDeliv(NrTypeIdx) = NrTypeDeliv(NrTypeIdx) + 1
			WHEN 'B'
				COMPUTE NrTypeBounce(NrTypeIdx) = NrTypeBounce(NrTypeIdx) + 1
			WHEN 'F'
				COMPUTE NrTypeDefer(NrTypeIdx) = NrTypeDefer(NrTypeIdx) + 1
			WHEN OTHER
				COMPUTE NrTypeNoStat(NrTypeIdx) = NrTypeNoStat(NrTypeIdx) + 1
		END-EVALUATE
	END-PERFORM
	MOVE 'B' TO NrSection
	MOVE "BOUNCED - rejected by the recipient's mail system" TO UndelivLine
	PERFORM WriteUndelivSection
	MOVE 'F' TO NrSection
	MOVE "DEFERRED - still waiting at the relay, not delivered" TO UndelivLine
	PERFORM WriteUndelivSection
	MOVE SPACE TO NrSection
	MOVE "NO DELIVERY STATUS RETURNED BY THE RELAY" TO UndelivLine
	PERFORM WriteUndelivSection
	MOVE "NO USABLE EMAIL ON FILE - never queued" TO UndelivLine
	PERFORM WriteUndelivLine
	IF NotifyExcPath NOT = SPACES
		PERFORM WriteNoEmailSection
	ELSE
		MOVE "  (no exception list given)" TO UndelivLine
		PERFORM WriteUndelivLine
	END-IF
	PERFORM WriteUndelivLine
	PERFORM WriteNotifySummary
	CLOSE UNDELIV-RPT-FILE
	DISPLAY "Notices queued:         " NrTotQueued
	DISPLAY "Delivered:              " NrTotDeliv
	DISPLAY "Bounced:                " NrTotBounce
	DISPLAY "Deferred:               " NrTotDefer
	DISPLAY "No status returned:     " NrTotNoStat
	DISPLAY "No usable email:        " NrTotNoEmail
	IF NrTrailerErr > 0 OR NrDropCount > 0
		DISPLAY "ERROR: the notification queue does not balance to its trailer"
			" or would not fit; see " FUNCTION TRIM(UndelivRptPath)
		MOVE 8 TO RETURN-CODE
	ELSE
		IF NrTotBounce > 0 OR NrTotDefer > 0 OR NrTotNoStat > 0
				OR NrTotNoEmail > 0 OR NrUnmatched > 0 OR NrBadStatus > 0
				OR NrNoTrailer > 0 OR NrQueueBad > 0
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.

LoadNotifyQueue.
	MOVE ZERO TO NrCount
	MOVE 'N' TO NrSegOpen
	MOVE SPACE TO NotifyQEOF
	OPEN INPUT NOTIFY-QUEUE-FILE
	IF NotifyQStatus NOT = '00'
		DISPLAY "ERROR: could not open notification queue file "
			FUNCTION TRIM(NotifyQPath) " (status " NotifyQStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL NotifyQEOF = 'Y'
		READ NOTIFY-QUEUE-FILE
			AT END MOVE 'Y' TO NotifyQEOF
		END-READ
		IF NotifyQEOF NOT = 'Y'
			EVALUATE NotifyQRec(1:1)
				WHEN 'H'
					IF NrSegOpen = 'Y'
						COMPUTE NrNoTrailer = NrNoTrailer + 1
					END-IF
					MOVE 'Y' TO NrSegOpen
					MOVE ZERO TO NrSegMsgs
					MOVE ZERO TO NrSegBody
					COMPUTE NrSegments = NrSegments + 1
				WHEN 'M'
					MOVE NotifyQRec TO NqMessageRec
					COMPUTE NrSegMsgs = NrSegMsgs + 1
					PERFORM AddNotifyEntry
				WHEN 'B'
					COMPUTE NrSegBody = NrSegBody + 1
					COMPUTE NrBodyTotal = NrBodyTotal + 1
				WHEN 'T'
					MOVE NotifyQRec TO NqTrailerRec
					IF NqtMsgCount NOT = NrSegMsgs OR NqtBodyCount NOT = NrSegBody
						COMPUTE NrTrailerErr = NrTrailerErr + 1
						DISPLAY "ERROR: queue " NqtQueueId " trailer shows "
							NqtMsgCount " messages / " NqtBodyCount
							" body lines; file holds " NrSegMsgs " / " NrSegBody
					END-IF
					MOVE 'N' TO NrSegOpen
				WHEN OTHER
					COMPUTE NrQueueBad = NrQueueBad + 1
			END-EVALUATE
		END-IF
	END-PERFORM
	IF NrSegOpen = 'Y'
		COMPUTE NrNoTrailer = NrNoTrailer + 1
	END-IF
	CLOSE NOTIFY-QUEUE-FILE
	DISPLAY "Queued notices loaded: " NrCount
	IF NrDropCount > 0
		DISPLAY "WARNING: notification table is full; " NrDropCount
			" message(s) were not reconciled"
	END-IF.

AddNotifyEntry.
	IF NrCount >= 5000
		COMPUTE NrDropCount = NrDropCount + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE NrCount = NrCount + 1
	MOVE NqmMsgId TO NrMsgId(NrCount)
	MOVE NqmStudentId TO NrStudentId(NrCount)
	MOVE NqmRecipient TO NrRecipient(NrCount)
	MOVE NqmNotifType TO NrNotifType(NrCount)
	MOVE SPACE TO NrStatus(NrCount)
	MOVE SPACES TO NrStatDate(NrCount)
	MOVE SPACES TO NrDetail(NrCount)
	IF NrCount > 1
		IF NrMsgId(NrCount) NOT > NrMsgId(NrCount - 1)
			MOVE 'N' TO NrSortedSw
		END-IF
	END-IF.

LoadDeliveryStatus.
	MOVE SPACE TO DeliveryEOF
	OPEN INPUT DELIVERY-FILE
	IF DeliveryStatus NOT = '00'
		DISPLAY "ERROR: could not open delivery status file "
			FUNCTION TRIM(DeliveryPath) " (status " DeliveryStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL DeliveryEOF = 'Y'
		READ DELIVERY-FILE
			AT END MOVE 'Y' TO DeliveryEOF
		END-READ
		IF DeliveryEOF NOT = 'Y' AND DeliveryRec NOT = SPACES
				AND DeliveryRec(1:1) NOT = '*'
			COMPUTE NrStatusLines = NrStatusLines + 1
			MOVE SPACES TO NrIdRaw NrStatRaw NrDateRaw NrDetailRaw
			UNSTRING DeliveryRec DELIMITED BY '|'
				INTO NrIdRaw, NrStatRaw, NrDateRaw, NrDetailRaw
			MOVE FUNCTION UPPER-CASE(NrStatRaw) TO NrStatRaw
			PERFORM FindNotifyMsg
			EVALUATE TRUE
				WHEN NrFoundIdx = 0
					COMPUTE NrUnmatched = NrUnmatched + 1
				WHEN NrStatRaw(1:3) = "DEL"
					MOVE 'D' TO NrStatus(NrFoundIdx)
					MOVE NrDateRaw TO NrStatDate(NrFoundIdx)
					MOVE NrDetailRaw TO NrDetail(NrFoundIdx)
				WHEN NrStatRaw(1:3) = "BOU"
					IF NrStatus(NrFoundIdx) NOT = 'D'
						MOVE 'B' TO NrStatus(NrFoundIdx)
						MOVE NrDateRaw TO NrStatDate(NrFoundIdx)
						MOVE NrDetailRaw TO NrDetail(NrFoundIdx)
					END-IF
				WHEN NrStatRaw(1:3) = "DEF"
					IF NrStatus(NrFoundIdx) = SPACE OR NrStatus(NrFoundIdx) = 'F'
						MOVE 'F' TO NrStatus(NrFoundIdx)
						MOVE NrDateRaw TO NrStatDate(NrFoundIdx)
						MOVE NrDetailRaw TO NrDetail(NrFoundIdx)
					END-IF
				WHEN OTHER
					COMPUTE NrBadStatus = NrBadStatus + 1
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE DELIVERY-FILE.

FindNotifyMsg.
	MOVE ZERO TO NrFoundIdx
	IF NrSortedSw = 'Y'
		MOVE 1 TO NrLow
		MOVE NrCount TO NrHigh
		PERFORM UNTIL NrLow > NrHigh OR NrFoundIdx > 0
			COMPUTE NrMid = (NrLow + NrHigh) / 2
			IF NrMsgId(NrMid) = NrIdRaw
				MOVE NrMid TO NrFoundIdx
			ELSE
				IF NrMsgId(NrMid) < NrIdRaw
					COMPUTE NrLow = NrMid + 1
				ELSE
					IF NrMid = 1
						MOVE 1 TO NrLow
						MOVE ZERO TO NrHigh
					ELSE
						COMPUTE NrHigh = NrMid - 1
					END-IF
				END-IF
			END-IF
		END-PERFORM
	ELSE
		PERFORM VARYING NrIdx FROM 1 BY 1
				UNTIL NrIdx > NrCount OR NrFoundIdx > 0
			IF NrMsgId(NrIdx) = NrIdRaw
				MOVE NrIdx TO NrFoundIdx
			END-IF
		END-PERFORM
	END-IF.

FindNotifyType.
	MOVE 5 TO NrTypeIdx
	PERFORM VARYING NrMid FROM 1 BY 1 UNTIL NrMid > 4
		IF NrTypeName(NrMid) = NrNotifType(NrIdx)
			MOVE NrMid TO NrTypeIdx
		END-IF
	END-PERFORM.

WriteUndelivSection.
	PERFORM WriteUndelivLine
	MOVE "  Message id                Student    Type       Recipient / status date / detail"
		TO UndelivLine
	PERFORM WriteUndelivLine
	MOVE ZERO TO NrSectionCount
	PERFORM VARYING NrIdx FROM 1 BY 1 UNTIL NrIdx > NrCount
		IF NrStatus(NrIdx) = NrSection
			COMPUTE NrSectionCount = NrSectionCount + 1
			STRING "  " DELIMITED BY SIZE
				NrMsgId(NrIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				NrStudentId(NrIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				NrNotifType(NrIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(NrRecipient(NrIdx)) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				NrStatDate(NrIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(NrDetail(NrIdx)) DELIMITED BY SIZE
				INTO UndelivLine
			PERFORM WriteUndelivLine
			MOVE NrStudentId(NrIdx) TO StudentId
			PERFORM WriteUndelivAddress
		END-IF
	END-PERFORM
	IF NrSectionCount = 0
		MOVE "  (none)" TO UndelivLine
		PERFORM WriteUndelivLine
	END-IF
	PERFORM WriteUndelivLine.

WriteUndelivAddress.
	IF DemoPath = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM LookupDemographics
	PERFORM VARYING DemoIdx FROM 1 BY 1 UNTIL DemoIdx > DemoCount
		IF DemoId(DemoIdx) = StudentId
			MOVE DemoAddr(DemoIdx) TO UndelivLine(30:80)
		END-IF
	END-PERFORM
	IF StudentName = SPACES
		MOVE "(not on the demographics file)" TO UndelivLine(5:24)
	ELSE
		MOVE StudentName TO UndelivLine(5:24)
	END-IF
	PERFORM WriteUndelivLine.

WriteNoEmailSection.
	MOVE "  Student    Type       Name / reason" TO UndelivLine
	PERFORM WriteUndelivLine
	MOVE ZERO TO NrSectionCount
	MOVE SPACE TO NotifyExcEOF
	OPEN INPUT NOTIFY-EXC-FILE
	IF NotifyExcStatus NOT = '00'
		DISPLAY "ERROR: could not open no-email exception list "
			FUNCTION TRIM(NotifyExcPath) " (status " NotifyExcStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL NotifyExcEOF = 'Y'
		READ NOTIFY-EXC-FILE
			AT END MOVE 'Y' TO NotifyExcEOF
		END-READ
		IF NotifyExcEOF NOT = 'Y' AND NotifyExcRec NOT = SPACES
				AND NotifyExcRec(1:10) NOT = "StudentId|"
			MOVE SPACES TO StudentId NrNameRaw NrTypeRaw NrReasonRaw
			UNSTRING NotifyExcRec DELIMITED BY '|'
				INTO StudentId, NrNameRaw, NrTypeRaw, NrReasonRaw
			COMPUTE NrSectionCount = NrSectionCount + 1
			MOVE 5 TO NrTypeIdx
			PERFORM VARYING NrMid FROM 1 BY 1 UNTIL NrMid > 4
				IF NrTypeName(NrMid) = NrTypeRaw
					MOVE NrMid TO NrTypeIdx
				END-IF
			END-PERFORM
			COMPUTE NrTypeNoEmail(NrTypeIdx) = NrTypeNoEmail(NrTypeIdx) + 1
			STRING "  " DELIMITED BY SIZE
				StudentId DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				NrTypeRaw DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(NrNameRaw) DELIMITED BY SIZE
				" - " DELIMITED BY SIZE
				FUNCTION TRIM(NrReasonRaw) DELIMITED BY SIZE
				INTO UndelivLine
			PERFORM WriteUndelivLine
			PERFORM WriteUndelivAddress
		END-IF
	END-PERFORM
	CLOSE NOTIFY-EXC-FILE
	IF NrSectionCount = 0
		MOVE "  (none)" TO UndelivLine
		PERFORM WriteUndelivLine
	END-IF.

WriteNotifySummary.
	MOVE "DELIVERY SUMMARY BY NOTICE TYPE" TO UndelivLine
	PERFORM WriteUndelivLine
	MOVE "  Type       Queued Delivered Bounced Deferred No status No email  By paper"
		TO UndelivLine
	PERFORM WriteUndelivLine
	PERFORM VARYING NrTypeIdx FROM 1 BY 1 UNTIL NrTypeIdx > 5
		COMPUTE NrTotQueued = NrTotQueued + NrTypeQueued(NrTypeIdx)
		COMPUTE NrTotDeliv = NrTotDeliv + NrTypeDeliv(NrTypeIdx)
		COMPUTE NrTotBounce = NrTotBounce + NrTypeBounce(NrTypeIdx)
		COMPUTE NrTotDefer = NrTotDefer + NrTypeDefer(NrTypeIdx)
		COMPUTE NrTotNoStat = NrTotNoStat + NrTypeNoStat(NrTypeIdx)
		COMPUTE NrTotNoEmail = NrTotNoEmail + NrTypeNoEmail(NrTypeIdx)
		IF NrTypeIdx < 5 OR NrTypeQueued(5) > 0 OR NrTypeNoEmail(5) > 0
			MOVE NrTypeQueued(NrTypeIdx) TO NrEdit1
			MOVE NrTypeDeliv(NrTypeIdx) TO NrEdit2
			MOVE NrTypeBounce(NrTypeIdx) TO NrEdit3
			MOVE NrTypeDefer(NrTypeIdx) TO NrEdit4
			MOVE NrTypeNoStat(NrTypeIdx) TO NrEdit5
			MOVE NrTypeNoEmail(NrTypeIdx) TO NrEdit6
			COMPUTE NrEdit7 = NrTypeBounce(NrTypeIdx) + NrTypeDefer(NrTypeIdx)
				+ NrTypeNoStat(NrTypeIdx) + NrTypeNoEmail(NrTypeIdx)
			STRING "  " DELIMITED BY SIZE
				NrTypeName(NrTypeIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				NrEdit1 DELIMITED BY SIZE
				"     " DELIMITED BY SIZE
				NrEdit2 DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				NrEdit3 DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				NrEdit4 DELIMITED BY SIZE
				"     " DELIMITED BY SIZE
				NrEdit5 DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				NrEdit6 DELIMITED BY SIZE
				"     " DELIMITED BY SIZE
				NrEdit7 DELIMITED BY SIZE
				INTO UndelivLine
			PERFORM WriteUndelivLine
		END-IF
	END-PERFORM
	PERFORM WriteUndelivLine
	IF NrTypeQueued(2) + NrTypeNoEmail(2) > 0
		IF NrTypeQueued(2) = NrTypeDeliv(2) AND NrTypeNoEmail(2) = 0
			MOVE "Probation notices: every student on probation was notified by email."
				TO UndelivLine
		ELSE
			COMPUTE NrEdit1 = NrTypeQueued(2) - NrTypeDeliv(2) + NrTypeNoEmail(2)
			STRING "Probation notices: " DELIMITED BY SIZE
				FUNCTION TRIM(NrEdit1) DELIMITED BY SIZE
				" student(s) on probation have NOT been notified by email - send by paper."
					DELIMITED BY SIZE
				INTO UndelivLine
		END-IF
		PERFORM WriteUndelivLine
	END-IF
	STRING "Queue: " DELIMITED BY SIZE
		NrSegments DELIMITED BY SIZE
		" run(s), " DELIMITED BY SIZE
		NrCount DELIMITED BY SIZE
		" message(s), " DELIMITED BY SIZE
		NrBodyTotal DELIMITED BY SIZE
		" body line(s)" DELIMITED BY SIZE
		INTO UndelivLine
	PERFORM WriteUndelivLine
	IF NrTrailerErr > 0
		MOVE "Queue trailer check: OUT OF BALANCE - the queue file is incomplete or damaged"
			TO UndelivLine
	ELSE
		IF NrNoTrailer > 0
			MOVE "Queue trailer check: a run in this queue has no trailer (interrupted batch)"
				TO UndelivLine
		ELSE
			MOVE "Queue trailer check: BALANCED" TO UndelivLine
		END-IF
	END-IF
	PERFORM WriteUndelivLine
	STRING "Status lines read: " DELIMITED BY SIZE
		NrStatusLines DELIMITED BY SIZE
		"  not in this queue: " DELIMITED BY SIZE
		NrUnmatched DELIMITED BY SIZE
		"  unknown status: " DELIMITED BY SIZE
		NrBadStatus DELIMITED BY SIZE
		INTO UndelivLine
	PERFORM WriteUndelivLine
	IF NrQueueBad > 0 OR NrDropCount > 0
		STRING "WARNING: unreadable queue records: " DELIMITED BY SIZE
			NrQueueBad DELIMITED BY SIZE
			"  messages not reconciled (table full): " DELIMITED BY SIZE
			NrDropCount DELIMITED BY SIZE
			INTO UndelivLine
		PERFORM WriteUndelivLine
	END-IF.

WriteUndelivLine.
	MOVE UndelivLine TO UndelivRec
	WRITE UndelivRec
	MOVE SPACES TO UndelivLine.

RunGenRestore.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the master generation catalog."
		ACCEPT GenCatPath
		DISPLAY "Please enter the number of the generation to restore."
		ACCEPT GenRestoreRaw
		DISPLAY "Please enter the name of the restored student master file to create."
		ACCEPT MasterOutPath
		DISPLAY "Please enter the name of the keyed student master file to rebuild,"
		DISPLAY "or press Enter to rebuild the one cataloged with the current generation."
		ACCEPT KeyedMasterPath
		DISPLAY "Please enter the name of the run log file to create."
		ACCEPT RunLogPath
	END-IF
	COMPUTE GenRestoreNo = FUNCTION NUMVAL(GenRestoreRaw)
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	OPEN OUTPUT RUN-LOG-FILE
	MOVE 'Y' TO GenLogSw
	STRING "Generation restore run started " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		RunTimeStart DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Catalog:    " DELIMITED BY SIZE FUNCTION TRIM(GenCatPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Restore:    generation " DELIMITED BY SIZE GenRestoreNo DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Master out: " DELIMITED BY SIZE FUNCTION TRIM(MasterOutPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	PERFORM LoadGenCatalog
	MOVE ZERO TO GenFoundIdx
	PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
		IF GenNo(GenIdx) = GenRestoreNo
			MOVE GenIdx TO GenFoundIdx
		END-IF
	END-PERFORM
	IF GenFoundIdx = 0
		STRING "GENERATION REFUSED: generation " DELIMITED BY SIZE
			GenRestoreNo DELIMITED BY SIZE
			" is not in the catalog" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	IF GenStat(GenFoundIdx) = "CURRENT"
		STRING "GENERATION REFUSED: generation " DELIMITED BY SIZE
			GenRestoreNo DELIMITED BY SIZE
			" is already the current generation" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	IF GenStat(GenFoundIdx) = "EXPIRED" OR GenBackup(GenFoundIdx) = SPACES
		STRING "GENERATION REFUSED: generation " DELIMITED BY SIZE
			GenRestoreNo DELIMITED BY SIZE
			" has no retained backup (expired under GENKEEP "
				DELIMITED BY SIZE
			GenKeep DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	MOVE GenBackup(GenFoundIdx) TO GenWorkPath
	MOVE SPACES TO GenHdrTag
	MOVE SPACES TO GenHdrNo
	OPEN INPUT GEN-WORK-FILE
	IF GenWorkStatus NOT = '00'
		STRING "GENERATION REFUSED: backup " DELIMITED BY SIZE
			FUNCTION TRIM(GenWorkPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			GenWorkStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	READ GEN-WORK-FILE
		AT END MOVE SPACES TO GenWorkRec
	END-READ
	UNSTRING GenWorkRec DELIMITED BY '|'
		INTO GenHdrTag, GenHdrNo
	CLOSE GEN-WORK-FILE
	IF GenHdrTag NOT = "*GEN"
			OR FUNCTION NUMVAL(GenHdrNo) NOT = GenRestoreNo
		STRING "GENERATION REFUSED: backup " DELIMITED BY SIZE
			FUNCTION TRIM(GenWorkPath) DELIMITED BY SIZE
			" does not hold generation " DELIMITED BY SIZE
			GenRestoreNo DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	IF GenCurIdx > 0
		IF GenKeep = 0
			MOVE 1 TO GenKeep
		END-IF
		IF FUNCTION MOD(GenNo(GenCurIdx) - 1, GenKeep)
				= FUNCTION MOD(GenRestoreNo - 1, GenKeep)
			STRING "GENERATION WARNING: current generation " DELIMITED BY SIZE
				GenNo(GenCurIdx) DELIMITED BY SIZE
				" was not backed up; its backup slot holds generation "
					DELIMITED BY SIZE
				GenRestoreNo DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM GenLog
		ELSE
			MOVE 'Y' TO GenBackupOptSw
			PERFORM BackupCurrentGeneration
			MOVE 'N' TO GenBackupOptSw
		END-IF
	END-IF
	MOVE GenBackup(GenFoundIdx) TO GenWorkPath
	MOVE 'N' TO GenWorkEOF
	OPEN INPUT GEN-WORK-FILE
	OPEN OUTPUT MASTER-OUT-FILE
	PERFORM UNTIL GenWorkEOF = 'Y'
		READ GEN-WORK-FILE
			AT END MOVE 'Y' TO GenWorkEOF
		END-READ
		IF GenWorkEOF NOT = 'Y' AND GenWorkRec(1:1) NOT = '*'
			MOVE GenWorkRec TO MasterOutRec
			WRITE MasterOutRec
		END-IF
	END-PERFORM
	CLOSE GEN-WORK-FILE
	CLOSE MASTER-OUT-FILE
	MOVE MasterOutPath TO GenWorkPath
	PERFORM CountGenWork
	IF GenCntStudents NOT = GenStudents(GenFoundIdx)
			OR GenCntRecords NOT = GenRecords(GenFoundIdx)
		STRING "GENERATION REFUSED: restored master has " DELIMITED BY SIZE
			GenCntStudents DELIMITED BY SIZE
			" students, " DELIMITED BY SIZE
			GenCntRecords DELIMITED BY SIZE
			" records; generation " DELIMITED BY SIZE
			GenRestoreNo DELIMITED BY SIZE
			" was cataloged with " DELIMITED BY SIZE
			GenStudents(GenFoundIdx) DELIMITED BY SIZE
			", " DELIMITED BY SIZE
			GenRecords(GenFoundIdx) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	MOVE MasterOutPath TO GenNewMaster
	MOVE KeyedMasterPath TO GenNewKeyed
	IF GenNewKeyed = SPACES AND GenCurIdx > 0
		MOVE GenKeyed(GenCurIdx) TO GenNewKeyed
	END-IF
	MOVE 'G' TO GenThisMode
	STRING RunDate DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		RunTimeStart(1:6) DELIMITED BY SIZE
		INTO GenThisRunId
	MOVE SPACES TO GenNewNote
	STRING "restored from generation " DELIMITED BY SIZE
		GenRestoreNo DELIMITED BY SIZE
		INTO GenNewNote
	PERFORM RegisterNewGeneration
	ACCEPT RunTimeEnd FROM TIME
	STRING "Ended:      " DELIMITED BY SIZE RunTimeEnd DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	CLOSE RUN-LOG-FILE
	DISPLAY "Generation restored:  " GenRestoreNo
	DISPLAY "Students restored:    " GenCntStudents
	DISPLAY "New generation:       " GenNo(GenCurIdx).

CheckCurrentGeneration.
	MOVE SPACES TO GenThisRunId
	STRING RunDate DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		RunTimeStart(1:6) DELIMITED BY SIZE
		INTO GenThisRunId
	PERFORM LoadGenCatalog
	MOVE MasterPath TO GenWorkPath
	PERFORM CountGenWork
	IF GenWorkStatus NOT = '00'
		STRING "GENERATION REFUSED: input master " DELIMITED BY SIZE
			FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			GenWorkStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	IF GenCurIdx = 0
		PERFORM AddGenEntry
		MOVE "CURRENT" TO GenStat(GenCount)
		MOVE MasterPath TO GenMaster(GenCount)
		MOVE GenThisRunId TO GenRunId(GenCount)
		MOVE 'I' TO GenMode(GenCount)
		MOVE GenCntStudents TO GenStudents(GenCount)
		MOVE GenCntRecords TO GenRecords(GenCount)
		MOVE "existing master cataloged" TO GenNote(GenCount)
		MOVE GenCount TO GenCurIdx
		PERFORM WriteGenCatalog
		STRING "GENERATION: no current generation cataloged; " DELIMITED BY SIZE
			FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
			" cataloged as generation " DELIMITED BY SIZE
			GenNo(GenCurIdx) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
	END-IF
	IF MasterPath NOT = GenMaster(GenCurIdx)
		STRING "GENERATION REFUSED: input master " DELIMITED BY SIZE
			FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
			" is not current generation " DELIMITED BY SIZE
			GenNo(GenCurIdx) DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			FUNCTION TRIM(GenMaster(GenCurIdx)) DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	IF GenCntStudents NOT = GenStudents(GenCurIdx)
			OR GenCntRecords NOT = GenRecords(GenCurIdx)
		STRING "GENERATION REFUSED: input master has " DELIMITED BY SIZE
			GenCntStudents DELIMITED BY SIZE
			" students, " DELIMITED BY SIZE
			GenCntRecords DELIMITED BY SIZE
			" records; generation " DELIMITED BY SIZE
			GenNo(GenCurIdx) DELIMITED BY SIZE
			" was cataloged with " DELIMITED BY SIZE
			GenStudents(GenCurIdx) DELIMITED BY SIZE
			", " DELIMITED BY SIZE
			GenRecords(GenCurIdx) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	PERFORM BackupCurrentGeneration.

BackupCurrentGeneration.
	IF GenKeep = 0
		MOVE 1 TO GenKeep
	END-IF
	COMPUTE GenSlot = FUNCTION MOD(GenNo(GenCurIdx) - 1, GenKeep) + 1
	MOVE SPACES TO GenBackupPath
	STRING FUNCTION TRIM(GenCatPath) DELIMITED BY SIZE
		".G" DELIMITED BY SIZE
		GenSlot DELIMITED BY SIZE
		INTO GenBackupPath
	MOVE GenMaster(GenCurIdx) TO GenWorkPath
	OPEN INPUT GEN-WORK-FILE
	IF GenWorkStatus NOT = '00'
		IF GenBackupOptSw = 'Y'
			STRING "GENERATION WARNING: current generation master " DELIMITED BY SIZE
				FUNCTION TRIM(GenWorkPath) DELIMITED BY SIZE
				" could not be opened (status " DELIMITED BY SIZE
				GenWorkStatus DELIMITED BY SIZE
				"); generation " DELIMITED BY SIZE
				GenNo(GenCurIdx) DELIMITED BY SIZE
				" was not backed up" DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM GenLog
			EXIT PARAGRAPH
		END-IF
		STRING "GENERATION REFUSED: current generation master " DELIMITED BY SIZE
			FUNCTION TRIM(GenWorkPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			GenWorkStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	OPEN OUTPUT GEN-BACKUP-FILE
	IF GenBackupStatus NOT = '00'
		CLOSE GEN-WORK-FILE
		STRING "GENERATION REFUSED: backup file " DELIMITED BY SIZE
			FUNCTION TRIM(GenBackupPath) DELIMITED BY SIZE
			" could not be created (status " DELIMITED BY SIZE
			GenBackupStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	MOVE SPACES TO GenBackupRec
	STRING "*GEN|" DELIMITED BY SIZE
		GenNo(GenCurIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(GenRunId(GenCurIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		GenMode(GenCurIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		GenStudents(GenCurIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		GenRecords(GenCurIdx) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(GenMaster(GenCurIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		RunTimeStart(1:6) DELIMITED BY SIZE
		INTO GenBackupRec
	WRITE GenBackupRec
	MOVE 'N' TO GenWorkEOF
	PERFORM UNTIL GenWorkEOF = 'Y'
		READ GEN-WORK-FILE
			AT END MOVE 'Y' TO GenWorkEOF
		END-READ
		IF GenWorkEOF NOT = 'Y'
			MOVE GenWorkRec TO GenBackupRec
			WRITE GenBackupRec
		END-IF
	END-PERFORM
	CLOSE GEN-WORK-FILE
	CLOSE GEN-BACKUP-FILE
	PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
		IF GenIdx NOT = GenCurIdx AND GenBackup(GenIdx) = GenBackupPath
			MOVE "EXPIRED" TO GenStat(GenIdx)
			MOVE SPACES TO GenBackup(GenIdx)
			STRING "GENERATION: generation " DELIMITED BY SIZE
				GenNo(GenIdx) DELIMITED BY SIZE
				" expired; its backup slot was reused" DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM GenLog
		END-IF
	END-PERFORM
	MOVE GenBackupPath TO GenBackup(GenCurIdx)
	PERFORM WriteGenCatalog
	STRING "GENERATION: generation " DELIMITED BY SIZE
		GenNo(GenCurIdx) DELIMITED BY SIZE
		" backed up to " DELIMITED BY SIZE
		FUNCTION TRIM(GenBackupPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM GenLog.

RegisterUpdatedMaster.
	IF RETURN-CODE >= 8
		MOVE "GENERATION: run ended in error - the new master was NOT cataloged"
			TO RunLogLine
		PERFORM GenLog
	ELSE
		MOVE MasterOutPath TO GenNewMaster
		MOVE SPACES TO GenNewKeyed
		IF GenCurIdx > 0
			MOVE GenKeyed(GenCurIdx) TO GenNewKeyed
		END-IF
		PERFORM RegisterNewGeneration
	END-IF.

RegisterNewGeneration.
	MOVE GenNewMaster TO GenWorkPath
	PERFORM CountGenWork
	IF GenWorkStatus NOT = '00'
		STRING "GENERATION: new master " DELIMITED BY SIZE
			FUNCTION TRIM(GenNewMaster) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			GenWorkStatus DELIMITED BY SIZE
			"); it was NOT cataloged" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		MOVE 8 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	IF GenCurIdx > 0
		MOVE "PRIOR" TO GenStat(GenCurIdx)
	END-IF
	PERFORM AddGenEntry
	MOVE "CURRENT" TO GenStat(GenCount)
	MOVE GenNewMaster TO GenMaster(GenCount)
	MOVE GenNewKeyed TO GenKeyed(GenCount)
	MOVE GenThisRunId TO GenRunId(GenCount)
	MOVE GenThisMode TO GenMode(GenCount)
	MOVE GenCntStudents TO GenStudents(GenCount)
	MOVE GenCntRecords TO GenRecords(GenCount)
	MOVE GenNewNote TO GenNote(GenCount)
	MOVE GenCount TO GenCurIdx
	PERFORM WriteGenCatalog
	STRING "GENERATION: " DELIMITED BY SIZE
		FUNCTION TRIM(GenNewMaster) DELIMITED BY SIZE
		" cataloged as current generation " DELIMITED BY SIZE
		GenNo(GenCurIdx) DELIMITED BY SIZE
		" (" DELIMITED BY SIZE
		GenCntStudents DELIMITED BY SIZE
		" students, " DELIMITED BY SIZE
		GenCntRecords DELIMITED BY SIZE
		" records)" DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM GenLog
	IF GenThisMode NOT = 'R' AND GenThisMode NOT = 'M'
			AND GenNewKeyed NOT = SPACES
		PERFORM RebuildKeyedMaster
	END-IF.

RebuildKeyedMaster.
	MOVE GenNewKeyed TO KeyedMasterPath
	MOVE GenNewMaster TO GenWorkPath
	MOVE ZERO TO GenKeyedCount
	MOVE ZERO TO KeyedWriteErrs
	MOVE ZERO TO KeyedSeq
	MOVE SPACES TO MkStudentId
	OPEN OUTPUT KEYED-MASTER-FILE
	IF KeyedStatus NOT = '00'
		STRING "GENERATION WARNING: keyed master " DELIMITED BY SIZE
			FUNCTION TRIM(KeyedMasterPath) DELIMITED BY SIZE
			" could not be rebuilt (status " DELIMITED BY SIZE
			KeyedStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		MOVE 4 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO GenWorkEOF
	OPEN INPUT GEN-WORK-FILE
	PERFORM UNTIL GenWorkEOF = 'Y'
		READ GEN-WORK-FILE
			AT END MOVE 'Y' TO GenWorkEOF
		END-READ
		IF GenWorkEOF NOT = 'Y' AND GenWorkRec NOT = SPACES
				AND GenWorkRec(1:1) NOT = '*'
			IF GenWorkRec(1:2) = "S|"
				UNSTRING GenWorkRec DELIMITED BY '|'
					INTO GenHdrTag, MkStudentId
				MOVE ZERO TO KeyedSeq
			END-IF
			COMPUTE KeyedSeq = KeyedSeq + 1
			MOVE KeyedSeq TO MkSeq
			MOVE GenWorkRec TO MkData
			WRITE KeyedRec
				INVALID KEY COMPUTE KeyedWriteErrs = KeyedWriteErrs + 1
			END-WRITE
			COMPUTE GenKeyedCount = GenKeyedCount + 1
		END-IF
	END-PERFORM
	CLOSE GEN-WORK-FILE
	CLOSE KEYED-MASTER-FILE
	STRING "GENERATION: keyed master " DELIMITED BY SIZE
		FUNCTION TRIM(KeyedMasterPath) DELIMITED BY SIZE
		" rebuilt, " DELIMITED BY SIZE
		GenKeyedCount DELIMITED BY SIZE
		" records" DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM GenLog
	IF KeyedWriteErrs > 0
		STRING "GENERATION WARNING: " DELIMITED BY SIZE
			KeyedWriteErrs DELIMITED BY SIZE
			" keyed master record(s) rejected as duplicates" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		MOVE 4 TO RETURN-CODE
	END-IF.

LoadGenCatalog.
	MOVE ZERO TO GenCount
	MOVE ZERO TO GenCurIdx
	MOVE ZERO TO GenMaxNo
	MOVE 'N' TO GenCatEOF
	OPEN INPUT GEN-CATALOG-FILE
	IF GenCatStatus NOT = '00' AND GenCatStatus NOT = '05'
		STRING "GENERATION REFUSED: catalog " DELIMITED BY SIZE
			FUNCTION TRIM(GenCatPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			GenCatStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM GenLog
		PERFORM GenRefuse
	END-IF
	PERFORM UNTIL GenCatEOF = 'Y'
		READ GEN-CATALOG-FILE INTO GenCatLine
			AT END MOVE 'Y' TO GenCatEOF
		END-READ
		IF GenCatEOF NOT = 'Y' AND GenCatLine NOT = SPACES
				AND GenCatLine(1:1) NOT = '*'
			IF GenCount = 200
				PERFORM ShiftGenTable
			END-IF
			COMPUTE GenCount = GenCount + 1
			MOVE SPACES TO GenEntry(GenCount)
			MOVE SPACES TO GenNoRaw
			MOVE SPACES TO GenStudRaw
			MOVE SPACES TO GenRecRaw
			UNSTRING GenCatLine DELIMITED BY '|'
				INTO GenNoRaw, GenStat(GenCount), GenMaster(GenCount),
					GenKeyed(GenCount), GenBackup(GenCount),
					GenRunId(GenCount), GenMode(GenCount),
					GenStudRaw, GenRecRaw, GenNote(GenCount)
			COMPUTE GenNo(GenCount) = FUNCTION NUMVAL(GenNoRaw)
			COMPUTE GenStudents(GenCount) = FUNCTION NUMVAL(GenStudRaw)
			COMPUTE GenRecords(GenCount) = FUNCTION NUMVAL(GenRecRaw)
		END-IF
	END-PERFORM
	CLOSE GEN-CATALOG-FILE
	PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
		IF GenNo(GenIdx) > GenMaxNo
			MOVE GenNo(GenIdx) TO GenMaxNo
		END-IF
		IF GenStat(GenIdx) = "CURRENT"
			MOVE GenIdx TO GenCurIdx
		END-IF
	END-PERFORM.

ShiftGenTable.
	PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx >= GenCount
		MOVE GenEntry(GenIdx + 1) TO GenEntry(GenIdx)
	END-PERFORM
	COMPUTE GenCount = GenCount - 1
	IF GenCurIdx > 0
		COMPUTE GenCurIdx = GenCurIdx - 1
	END-IF.

AddGenEntry.
	IF GenCount = 200
		PERFORM ShiftGenTable
	END-IF
	COMPUTE GenCount = GenCount + 1
	MOVE SPACES TO GenEntry(GenCount)
	COMPUTE GenMaxNo = GenMaxNo + 1
	MOVE GenMaxNo TO GenNo(GenCount)
	MOVE ZERO TO GenStudents(GenCount)
	MOVE ZERO TO GenRecords(GenCount).

WriteGenCatalog.
	OPEN OUTPUT GEN-CATALOG-FILE
	MOVE "*GenNo|Status|MasterPath|KeyedPath|BackupPath|RunId|Mode|Students|Records|Note"
		TO GenCatRec
	WRITE GenCatRec
	PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
		MOVE SPACES TO GenCatRec
		STRING GenNo(GenIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenStat(GenIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenMaster(GenIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenKeyed(GenIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenBackup(GenIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenRunId(GenIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			GenMode(GenIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			GenStudents(GenIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			GenRecords(GenIdx) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(GenNote(GenIdx)) DELIMITED BY SIZE
			INTO GenCatRec
		WRITE GenCatRec
	END-PERFORM
	CLOSE GEN-CATALOG-FILE.

CountGenWork.
	MOVE ZERO TO GenCntStudents
	MOVE ZERO TO GenCntRecords
	MOVE 'N' TO GenWorkEOF
	OPEN INPUT GEN-WORK-FILE
	IF GenWorkStatus NOT = '00'
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL GenWorkEOF = 'Y'
		READ GEN-WORK-FILE
			AT END MOVE 'Y' TO GenWorkEOF
		END-READ
		IF GenWorkEOF NOT = 'Y' AND GenWorkRec NOT = SPACES
				AND GenWorkRec(1:1) NOT = '*'
			COMPUTE GenCntRecords = GenCntRecords + 1
			IF GenWorkRec(1:2) = "S|"
				COMPUTE GenCntStudents = GenCntStudents + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE GEN-WORK-FILE
	MOVE '00' TO GenWorkStatus.

GenLog.
	DISPLAY FUNCTION TRIM(RunLogLine)
	IF GenLogSw = 'Y'
		PERFORM WriteRunLogLine
	ELSE
		MOVE SPACES TO RunLogLine
	END-IF.

GenRefuse.
	MOVE 8 TO RETURN-CODE
	IF GenLogSw = 'Y'
		CLOSE RUN-LOG-FILE
	END-IF
	STOP RUN.

RunPartSplit.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the batch roster run control file to partition."
		ACCEPT ControlPath
		PERFORM LoadControlFile
		DISPLAY "Please enter the number of partitions (1 to 20)."
		ACCEPT PartCountRaw
		DISPLAY "Please enter the name of the partition plan file to create."
		ACCEPT PartPlanPath
		MOVE 'X' TO BatchMode
		PERFORM ValidateControlParams
	END-IF
	MOVE 'X' TO BatchMode
	IF FUNCTION NUMVAL(PartCountRaw) < 1 OR FUNCTION NUMVAL(PartCountRaw) > 20
		DISPLAY "ERROR: the number of partitions must be 1 to 20, not "
			FUNCTION TRIM(PartCountRaw)
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	COMPUTE PartCount = FUNCTION NUMVAL(PartCountRaw)
	MOVE ZERO TO PartLenErr
	MOVE RosterPath TO PartBase
	PERFORM CheckPartPath
	MOVE CheckpointPath TO PartBase
	PERFORM CheckPartPath
	MOVE CsvExportPath TO PartBase
	PERFORM CheckPartPath
	MOVE MasterPath TO PartBase
	PERFORM CheckPartPath
	MOVE KeyedMasterPath TO PartBase
	PERFORM CheckPartPath
	MOVE GradClearPath TO PartBase
	PERFORM CheckPartPath
	MOVE AtRiskPath TO PartBase
	PERFORM CheckPartPath
	MOVE DemandPath TO PartBase
	PERFORM CheckPartPath
	MOVE ClassRankPath TO PartBase
	PERFORM CheckPartPath
	MOVE RunLogPath TO PartBase
	PERFORM CheckPartPath
	MOVE AdvSumPath TO PartBase
	PERFORM CheckPartPath
	MOVE DfwPath TO PartBase
	PERFORM CheckPartPath
	MOVE SapPath TO PartBase
	PERFORM CheckPartPath
	MOVE HoldRptPath TO PartBase
	PERFORM CheckPartPath
	MOVE NotifyQPath TO PartBase
	PERFORM CheckPartPath
	MOVE NotifyExcPath TO PartBase
	PERFORM CheckPartPath
	MOVE PartPlanPath TO PartBase
	PERFORM CheckPartPath
	IF PartLenErr > 0
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE ZERO TO PartIdCount
	MOVE 'N' TO PartInEOF
	OPEN INPUT ROSTER-FILE
	PERFORM UNTIL PartInEOF = 'Y'
		READ ROSTER-FILE INTO RosterRec
			AT END MOVE 'Y' TO PartInEOF
		END-READ
		IF PartInEOF NOT = 'Y'
			IF PartIdCount = 10000
				DISPLAY "ERROR: roster " FUNCTION TRIM(RosterPath)
					" has more than 10000 lines; it cannot be partitioned"
				MOVE 8 TO RETURN-CODE
				STOP RUN
			END-IF
			COMPUTE PartIdCount = PartIdCount + 1
			MOVE SPACES TO PartStuId
			UNSTRING RosterRec DELIMITED BY '|'
				INTO PartStuId
			MOVE PartStuId TO PartId(PartIdCount)
		END-IF
	END-PERFORM
	CLOSE ROSTER-FILE
	IF PartIdCount = 0
		DISPLAY "ERROR: roster " FUNCTION TRIM(RosterPath)
			" is empty; there is nothing to partition"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM SortPartIds
	COMPUTE PartSize = (PartIdCount + PartCount - 1) / PartCount
	COMPUTE PartCount = (PartIdCount + PartSize - 1) / PartSize
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	STRING RunDate DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		RunTimeStart(1:6) DELIMITED BY SIZE
		INTO RunId
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		COMPUTE PartI = (PartNo - 1) * PartSize + 1
		COMPUTE PartJ = PartNo * PartSize
		IF PartJ > PartIdCount
			MOVE PartIdCount TO PartJ
		END-IF
		MOVE PartId(PartI) TO PartLow(PartNo)
		MOVE PartId(PartJ) TO PartHigh(PartNo)
		MOVE ZERO TO PartStudents(PartNo)
		MOVE RosterPath TO PartBase
		PERFORM BuildPartName
		MOVE PartName TO PartRoster(PartNo)
		MOVE PartPlanPath TO PartBase
		PERFORM BuildPartName
		MOVE PartName TO PartCtl(PartNo)
		MOVE SPACES TO PartTally(PartNo)
		STRING FUNCTION TRIM(PartPlanPath) DELIMITED BY SIZE
			".T" DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			INTO PartTally(PartNo)
	END-PERFORM
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		PERFORM WritePartRoster
		PERFORM WritePartControl
		MOVE PartTally(PartNo) TO PartOutPath
		OPEN OUTPUT PART-OUT-FILE
		MOVE SPACES TO PartOutRec
		STRING "*TALLY|" DELIMITED BY SIZE
			RunId DELIMITED BY SIZE
			"|NOT RUN" DELIMITED BY SIZE
			INTO PartOutRec
		WRITE PartOutRec
		CLOSE PART-OUT-FILE
	END-PERFORM
	OPEN OUTPUT PART-PLAN-FILE
	IF PartPlanStatus NOT = '00'
		DISPLAY "ERROR: could not create partition plan "
			FUNCTION TRIM(PartPlanPath) " (status " PartPlanStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO PartPlanRec
	STRING "*PARTPLAN|" DELIMITED BY SIZE
		RunId DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		PartCount DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(RosterPath) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		PartIdCount DELIMITED BY SIZE
		INTO PartPlanRec
	WRITE PartPlanRec
	MOVE "*Partition|LowId|HighId|Students|Roster|Control|Tally" TO PartPlanRec
	WRITE PartPlanRec
	PERFORM SetPartDrops
	PERFORM ReportPartDrops
	DISPLAY "Roster lines partitioned: " PartIdCount
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE SPACES TO PartPlanRec
		STRING "P|" DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(PartLow(PartNo)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(PartHigh(PartNo)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			PartStudents(PartNo) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(PartRoster(PartNo)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(PartCtl(PartNo)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(PartTally(PartNo)) DELIMITED BY SIZE
			INTO PartPlanRec
		WRITE PartPlanRec
		DISPLAY "Partition " PartNo ": " FUNCTION TRIM(PartLow(PartNo))
			" - " FUNCTION TRIM(PartHigh(PartNo)) ", "
			PartStudents(PartNo) " student(s), control file "
			FUNCTION TRIM(PartCtl(PartNo))
	END-PERFORM
	CLOSE PART-PLAN-FILE
	DISPLAY "Run each partition's control file as its own batch stream,"
	DISPLAY "then run mode M with this plan to merge and balance the outputs.".

CheckPartPath.
	IF PartBase NOT = SPACES
		IF FUNCTION LENGTH(FUNCTION TRIM(PartBase)) > 26
			DISPLAY "ERROR: file name " FUNCTION TRIM(PartBase)
				" is too long to carry a partition suffix (26 characters at most)"
			COMPUTE PartLenErr = PartLenErr + 1
		END-IF
	END-IF.

BuildPartName.
	MOVE SPACES TO PartName
	STRING FUNCTION TRIM(PartBase) DELIMITED BY SIZE
		".P" DELIMITED BY SIZE
		PartNo DELIMITED BY SIZE
		INTO PartName.

SortPartIds.
	PERFORM VARYING PartI FROM 2 BY 1 UNTIL PartI > PartIdCount
		MOVE PartId(PartI) TO PartT
		COMPUTE PartJ = PartI - 1
		MOVE 'N' TO PartDoneSw
		PERFORM UNTIL PartDoneSw = 'Y'
			IF PartJ < 1
				MOVE 'Y' TO PartDoneSw
			ELSE
				IF PartId(PartJ) > PartT
					MOVE PartId(PartJ) TO PartId(PartJ + 1)
					COMPUTE PartJ = PartJ - 1
				ELSE
					MOVE 'Y' TO PartDoneSw
				END-IF
			END-IF
		END-PERFORM
		MOVE PartT TO PartId(PartJ + 1)
	END-PERFORM.

CheckPartRange.
	MOVE 'Y' TO PartInRange
	IF PartNo > 1
		IF PartStuId <= PartHigh(PartNo - 1)
			MOVE 'N' TO PartInRange
		END-IF
	END-IF
	IF PartNo < PartCount
		IF PartStuId > PartHigh(PartNo)
			MOVE 'N' TO PartInRange
		END-IF
	END-IF.

WritePartRoster.
	MOVE PartRoster(PartNo) TO PartOutPath
	OPEN OUTPUT PART-OUT-FILE
	IF PartOutStatus NOT = '00'
		DISPLAY "ERROR: could not create partition roster "
			FUNCTION TRIM(PartOutPath) " (status " PartOutStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE 'N' TO PartInEOF
	OPEN INPUT ROSTER-FILE
	PERFORM UNTIL PartInEOF = 'Y'
		READ ROSTER-FILE INTO RosterRec
			AT END MOVE 'Y' TO PartInEOF
		END-READ
		IF PartInEOF NOT = 'Y'
			MOVE SPACES TO PartStuId
			UNSTRING RosterRec DELIMITED BY '|'
				INTO PartStuId
			PERFORM CheckPartRange
			IF PartInRange = 'Y'
				MOVE RosterRec TO PartOutRec
				WRITE PartOutRec
				COMPUTE PartStudents(PartNo) = PartStudents(PartNo) + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE ROSTER-FILE
	CLOSE PART-OUT-FILE.

WritePartControl.
	MOVE PartCtl(PartNo) TO PartOutPath
	OPEN OUTPUT PART-OUT-FILE
	IF PartOutStatus NOT = '00'
		DISPLAY "ERROR: could not create partition control file "
			FUNCTION TRIM(PartOutPath) " (status " PartOutStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO PartOutRec
	STRING "* Partition " DELIMITED BY SIZE
		PartNo DELIMITED BY SIZE
		" of " DELIMITED BY SIZE
		PartCount DELIMITED BY SIZE
		", StudentId " DELIMITED BY SIZE
		FUNCTION TRIM(PartLow(PartNo)) DELIMITED BY SIZE
		" through " DELIMITED BY SIZE
		FUNCTION TRIM(PartHigh(PartNo)) DELIMITED BY SIZE
		", plan " DELIMITED BY SIZE
		FUNCTION TRIM(PartPlanPath) DELIMITED BY SIZE
		" run " DELIMITED BY SIZE
		RunId DELIMITED BY SIZE
		INTO PartOutRec
	WRITE PartOutRec
	MOVE "* Set RESTART|Y to resume this partition alone from its own checkpoint."
		TO PartOutRec
	WRITE PartOutRec
	MOVE "MODE|R" TO PartOutRec
	WRITE PartOutRec
	MOVE 'N' TO ControlEOF
	OPEN INPUT CONTROL-FILE
	PERFORM UNTIL ControlEOF = 'Y'
		READ CONTROL-FILE INTO ControlLine
			AT END MOVE 'Y' TO ControlEOF
		END-READ
		IF ControlEOF NOT = 'Y'
				AND ControlLine NOT = SPACES AND ControlLine(1:1) NOT = '*'
			MOVE SPACES TO CtlKey
			MOVE SPACES TO CtlVal
			UNSTRING ControlLine DELIMITED BY '|'
				INTO CtlKey, CtlVal
			MOVE SPACES TO PartOutRec
			EVALUATE CtlKey
				WHEN "MODE"
				WHEN "RESTART"
				WHEN "PARTITIONS"
				WHEN "PARTPLAN"
				WHEN "PARTTALLY"
				WHEN "PARTID"
				WHEN "MASTERGEN"
				WHEN "ENROLLMENT"
				WHEN "ENROLLRPT"
				WHEN "BALANCERPT"
				WHEN "REASSIGN"
					CONTINUE
				WHEN "ROSTER"
					STRING "ROSTER|" DELIMITED BY SIZE
						FUNCTION TRIM(PartRoster(PartNo)) DELIMITED BY SIZE
						INTO PartOutRec
				WHEN "CHECKPOINT"
				WHEN "CSV"
				WHEN "MASTER"
				WHEN "KEYEDMASTER"
				WHEN "GRADCLEAR"
				WHEN "ATRISK"
				WHEN "DEMAND"
				WHEN "CLASSRANK"
				WHEN "RUNLOG"
				WHEN "ADVISORSUM"
				WHEN "DFWRPT"
				WHEN "SAPEXTRACT"
				WHEN "HOLDRPT"
				WHEN "NOTIFYQ"
				WHEN "NOTIFYEXC"
					MOVE CtlVal(1:30) TO PartBase
					PERFORM BuildPartName
					STRING FUNCTION TRIM(CtlKey) DELIMITED BY SIZE
						"|" DELIMITED BY SIZE
						FUNCTION TRIM(PartName) DELIMITED BY SIZE
						INTO PartOutRec
				WHEN OTHER
					MOVE ControlLine TO PartOutRec
			END-EVALUATE
			IF PartOutRec NOT = SPACES
				WRITE PartOutRec
			END-IF
		END-IF
	END-PERFORM
	CLOSE CONTROL-FILE
	MOVE "RESTART|N" TO PartOutRec
	WRITE PartOutRec
	MOVE SPACES TO PartOutRec
	STRING "PARTTALLY|" DELIMITED BY SIZE
		FUNCTION TRIM(PartTally(PartNo)) DELIMITED BY SIZE
		INTO PartOutRec
	WRITE PartOutRec
	MOVE SPACES TO PartOutRec
	STRING "PARTID|P" DELIMITED BY SIZE
		PartNo DELIMITED BY SIZE
		INTO PartOutRec
	WRITE PartOutRec
	CLOSE PART-OUT-FILE.

WritePartTally.
	MOVE PartTallyPath TO PartOutPath
	OPEN OUTPUT PART-OUT-FILE
	MOVE SPACES TO PartOutRec
	STRING "*TALLY|" DELIMITED BY SIZE
		RunId DELIMITED BY SIZE
		"|COMPLETE|" DELIMITED BY SIZE
		RunBalanced DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		PartialRun DELIMITED BY SIZE
		INTO PartOutRec
	WRITE PartOutRec
	MOVE BatchGPASum TO PartGpaEdit
	MOVE SPACES TO PartOutRec
	STRING "C|" DELIMITED BY SIZE
		RosterLinesRead DELIMITED BY SIZE "|" DELIMITED BY SIZE
		SkippedCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		BatchStudentCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		CheckpointWrites DELIMITED BY SIZE "|" DELIMITED BY SIZE
		CsvRowCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		BalanceErrCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		OpenFailCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		CompareCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		SchedCollisions DELIMITED BY SIZE "|" DELIMITED BY SIZE
		ProgAuditCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		ProgOpenCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		SwAppliedCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		AdvUnknownCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		AdvInactiveCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		NtGenerated DELIMITED BY SIZE "|" DELIMITED BY SIZE
		NtQueuedCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		NtNoEmailCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		KeyedWriteErrs DELIMITED BY SIZE "|" DELIMITED BY SIZE
		AtRiskFlagCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		LetterCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		GradCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		NearCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		PartGpaEdit DELIMITED BY SIZE "|" DELIMITED BY SIZE
		CalTermRejCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		SapRowCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		SapFlagCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		NtBodyCount DELIMITED BY SIZE "|" DELIMITED BY SIZE
		RankOverflowCount DELIMITED BY SIZE
		INTO PartOutRec
	WRITE PartOutRec
	PERFORM VARYING AdvIdx FROM 1 BY 1 UNTIL AdvIdx > AdvCount
		MOVE AdvGPASum(AdvIdx) TO PartGpaEdit
		MOVE SPACES TO PartOutRec
		STRING "A|" DELIMITED BY SIZE
			FUNCTION TRIM(AdvCode(AdvIdx)) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvStudents(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			PartGpaEdit DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvDeans(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvGood(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvProb(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvSusp(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvAtRisk(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvNear(AdvIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			AdvGrads(AdvIdx) DELIMITED BY SIZE
			INTO PartOutRec
		WRITE PartOutRec
	END-PERFORM
	PERFORM VARYING DfwIdx FROM 1 BY 1 UNTIL DfwIdx > DfwCount
		MOVE SPACES TO PartLine
		STRING "F|" DELIMITED BY SIZE
			FUNCTION TRIM(DfwCourse(DfwIdx)) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			DfwEnroll(DfwIdx) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			DfwBadCnt(DfwIdx) DELIMITED BY SIZE
			INTO PartLine
		PERFORM VARYING DfwSlot FROM 1 BY 1 UNTIL DfwSlot > 22
			MOVE PartLine TO PartOutRec
			MOVE SPACES TO PartLine
			STRING FUNCTION TRIM(PartOutRec) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				DfwGradeCnt(DfwIdx, DfwSlot) DELIMITED BY SIZE
				INTO PartLine
		END-PERFORM
		MOVE PartLine TO PartOutRec
		WRITE PartOutRec
	END-PERFORM
	PERFORM VARYING DemIdx FROM 1 BY 1 UNTIL DemIdx > DemTotal
		MOVE SPACES TO PartOutRec
		STRING "D|" DELIMITED BY SIZE
			FUNCTION TRIM(DemCourse(DemIdx)) DELIMITED BY SIZE "|" DELIMITED BY SIZE
			DemCount(DemIdx) DELIMITED BY SIZE
			INTO PartOutRec
		WRITE PartOutRec
	END-PERFORM
	CLOSE PART-OUT-FILE.

RunPartMerge.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the batch roster run control file that was partitioned."
		ACCEPT ControlPath
		PERFORM LoadControlFile
		DISPLAY "Please enter the name of the partition plan file."
		ACCEPT PartPlanPath
		MOVE 'M' TO BatchMode
		PERFORM ValidateControlParams
	END-IF
	MOVE 'M' TO BatchMode
	PERFORM SetPartDrops
	MOVE SPACES TO EnrollPath
	MOVE SPACES TO EnrollRptPath
	MOVE SPACES TO BalRptPath
	MOVE SPACES TO ReassignPath
	MOVE SPACES TO HoldPath
	PERFORM LoadPartPlan
	IF SubWvPath NOT = SPACES
		PERFORM LoadSubWaive
	END-IF
	IF AdvMastPath NOT = SPACES
		PERFORM LoadAdvisorMaster
	END-IF
	PERFORM LoadOfferings
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	STRING RunDate DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		RunTimeStart(1:6) DELIMITED BY SIZE
		INTO RunId
	OPEN OUTPUT RUN-LOG-FILE
	STRING "Run id:     " DELIMITED BY SIZE RunId DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Started:    " DELIMITED BY SIZE RunDate DELIMITED BY SIZE
		" " DELIMITED BY SIZE RunTimeStart DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Partition merge of " DELIMITED BY SIZE
		PartCount DELIMITED BY SIZE
		" partition(s) from plan " DELIMITED BY SIZE
		FUNCTION TRIM(PartPlanPath) DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	PERFORM ReportPartDrops
	MOVE ZERO TO PartBadCount
	MOVE SPACES TO PartPartialList
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		PERFORM LoadPartTally
	END-PERFORM
	IF PartBadCount > 0
		STRING "MERGE REFUSED: " DELIMITED BY SIZE
			PartBadCount DELIMITED BY SIZE
			" partition(s) must be rerun before the merge; nothing was written"
				DELIMITED BY SIZE
			INTO RunLogLine
		DISPLAY FUNCTION TRIM(RunLogLine)
		PERFORM WriteRunLogLine
		CLOSE RUN-LOG-FILE
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF PartPartialList NOT = SPACES
		MOVE 'Y' TO PartialRun
		MOVE SPACES TO PartialHdr
		STRING "PARTIAL RUN - partition(s) " DELIMITED BY SIZE
			FUNCTION TRIM(PartPartialList) DELIMITED BY SIZE
			" resumed from a checkpoint; students before it are not included"
				DELIMITED BY SIZE
			INTO PartialHdr
	END-IF
	PERFORM CopyPartLogs
	IF GenCatPath NOT = SPACES
		MOVE 'Y' TO GenLogSw
		MOVE RunId TO GenThisRunId
		PERFORM LoadGenCatalog
		IF GenCurIdx > 0
			PERFORM BackupCurrentGeneration
		END-IF
	END-IF
	PERFORM MergePartMasters
	IF KeyedMasterPath NOT = SPACES
		MOVE 'Y' TO GenLogSw
		MOVE MasterPath TO GenNewMaster
		MOVE KeyedMasterPath TO GenNewKeyed
		PERFORM RebuildKeyedMaster
	END-IF
	PERFORM MergePartCsv
	PERFORM MergePartGrad
	PERFORM MergePartRisk
	PERFORM WriteDemandFeed
	IF DfwPath NOT = SPACES
		PERFORM WriteDfwReport
	END-IF
	IF AdvSumPath NOT = SPACES
		PERFORM WriteAdvisorSummary
	END-IF
	IF SapPath NOT = SPACES
		PERFORM MergePartSap
	END-IF
	IF NotifyQPath NOT = SPACES
		PERFORM MergePartNotify
	END-IF
	IF HoldRptPath NOT = SPACES
		PERFORM MergePartHolds
	END-IF
	PERFORM CheckPartMerge
	PERFORM BalanceRunTotals
	DISPLAY " "
	DISPLAY "Partition merge summary"
	DISPLAY "Partitions merged:  " PartCount
	DISPLAY "Students processed: " BatchStudentCount
	IF BatchStudentCount > 0
		COMPUTE BatchAvgGPA = BatchGPASum / BatchStudentCount
		DISPLAY "Average GPA:         " BatchAvgGPA
	END-IF
	IF RunBalanced NOT = 'Y'
		DISPLAY "MERGE OUT OF BALANCE - see run log " RunLogPath
		MOVE 8 TO RETURN-CODE
	ELSE
		IF PartialRun = 'Y'
			DISPLAY "PARTIAL RUN - partition(s) " FUNCTION TRIM(PartPartialList)
				" resumed from a checkpoint; extracts cover their resumed students only"
			MOVE 4 TO RETURN-CODE
		END-IF
		IF PartDropEnr = 'Y' OR PartDropBal = 'Y'
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.

SetPartDrops.
	MOVE 'N' TO PartDropEnr
	MOVE 'N' TO PartDropBal
	IF EnrollPath NOT = SPACES OR EnrollRptPath NOT = SPACES
		MOVE 'Y' TO PartDropEnr
	END-IF
	IF BalRptPath NOT = SPACES OR ReassignPath NOT = SPACES
		MOVE 'Y' TO PartDropBal
	END-IF.

ReportPartDrops.
	IF PartDropEnr = 'Y'
		MOVE "ENROLLMENT/ENROLLRPT not carried into partition controls; run the enrollment audit single-stream"
			TO PartDropText
		PERFORM WritePartDrop
	END-IF
	IF PartDropBal = 'Y'
		MOVE "BALANCERPT/REASSIGN not carried into partition controls; run caseload balancing single-stream"
			TO PartDropText
		PERFORM WritePartDrop
	END-IF.

WritePartDrop.
	DISPLAY "WARNING: " FUNCTION TRIM(PartDropText)
	IF BatchMode = 'X'
		MOVE SPACES TO PartPlanRec
		STRING "* WARNING: " DELIMITED BY SIZE
			FUNCTION TRIM(PartDropText) DELIMITED BY SIZE
			INTO PartPlanRec
		WRITE PartPlanRec
	ELSE
		STRING "NOT MERGED: " DELIMITED BY SIZE
			FUNCTION TRIM(PartDropText) DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
	END-IF.

LoadPartPlan.
	MOVE ZERO TO PartCount
	MOVE ZERO TO PartPlanStudents
	MOVE 'N' TO PartPlanEOF
	OPEN INPUT PART-PLAN-FILE
	IF PartPlanStatus NOT = '00'
		DISPLAY "ERROR: could not open partition plan "
			FUNCTION TRIM(PartPlanPath) " (status " PartPlanStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL PartPlanEOF = 'Y'
		READ PART-PLAN-FILE INTO PartLine
			AT END MOVE 'Y' TO PartPlanEOF
		END-READ
		IF PartPlanEOF NOT = 'Y' AND PartLine(1:2) = "P|"
			PERFORM SplitPartLine
			IF PartCount < 20
				COMPUTE PartCount = PartCount + 1
				MOVE PartRaw(2)(1:10) TO PartLow(PartCount)
				MOVE PartRaw(3)(1:10) TO PartHigh(PartCount)
				COMPUTE PartStudents(PartCount) = FUNCTION NUMVAL(PartRaw(4))
				MOVE PartRaw(5) TO PartRoster(PartCount)
				MOVE PartRaw(6) TO PartCtl(PartCount)
				MOVE PartRaw(7) TO PartTally(PartCount)
				MOVE SPACE TO PartState(PartCount)
				COMPUTE PartPlanStudents = PartPlanStudents + PartStudents(PartCount)
			END-IF
		END-IF
	END-PERFORM
	CLOSE PART-PLAN-FILE
	IF PartCount = 0
		DISPLAY "ERROR: partition plan " FUNCTION TRIM(PartPlanPath)
			" lists no partitions"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	DISPLAY "Partitions in plan: " PartCount.

SplitPartLine.
	MOVE SPACES TO PartTag
	MOVE 1 TO PartPtr
	UNSTRING PartLine DELIMITED BY '|'
		INTO PartTag
		WITH POINTER PartPtr
	PERFORM VARYING PartFld FROM 1 BY 1 UNTIL PartFld > 30
		MOVE SPACES TO PartRaw(PartFld)
		IF PartPtr <= 300
			UNSTRING PartLine DELIMITED BY '|'
				INTO PartRaw(PartFld)
				WITH POINTER PartPtr
		END-IF
	END-PERFORM.

LoadPartTally.
	MOVE PartTally(PartNo) TO PartInPath
	MOVE SPACES TO PartHdrState
	MOVE SPACES TO PartHdrRunId
	MOVE 'N' TO PartHdrBal
	MOVE 'N' TO PartHdrPartial
	OPEN INPUT PART-IN-FILE
	IF PartInStatus NOT = '00'
		STRING "PARTITION " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			" NOT RUN: tally " DELIMITED BY SIZE
			FUNCTION TRIM(PartInPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			PartInStatus DELIMITED BY SIZE
			") - run control file " DELIMITED BY SIZE
			FUNCTION TRIM(PartCtl(PartNo)) DELIMITED BY SIZE
			INTO RunLogLine
		DISPLAY FUNCTION TRIM(RunLogLine)
		PERFORM WriteRunLogLine
		COMPUTE PartBadCount = PartBadCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO PartInEOF
	PERFORM UNTIL PartInEOF = 'Y'
		READ PART-IN-FILE INTO PartLine
			AT END MOVE 'Y' TO PartInEOF
		END-READ
		IF PartInEOF NOT = 'Y'
			PERFORM SplitPartLine
			IF PartTag = "*TALLY"
				MOVE PartRaw(1) TO PartHdrRunId
				MOVE PartRaw(2) TO PartHdrState
				MOVE PartRaw(3)(1:1) TO PartHdrBal
				MOVE PartRaw(4)(1:1) TO PartHdrPartial
			END-IF
			IF PartHdrState = "COMPLETE" AND PartHdrBal = 'Y'
				EVALUATE PartTag
					WHEN "C"
						PERFORM MergeCtlTally
					WHEN "A"
						PERFORM MergeAdvTally
					WHEN "F"
						PERFORM MergeDfwTally
					WHEN "D"
						PERFORM MergeDemTally
				END-EVALUATE
			END-IF
		END-IF
	END-PERFORM
	CLOSE PART-IN-FILE
	IF PartHdrState NOT = "COMPLETE"
		STRING "PARTITION " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			" DID NOT FINISH (" DELIMITED BY SIZE
			FUNCTION TRIM(PartHdrState) DELIMITED BY SIZE
			") - rerun or restart control file " DELIMITED BY SIZE
			FUNCTION TRIM(PartCtl(PartNo)) DELIMITED BY SIZE
			INTO RunLogLine
		DISPLAY FUNCTION TRIM(RunLogLine)
		PERFORM WriteRunLogLine
		COMPUTE PartBadCount = PartBadCount + 1
		EXIT PARAGRAPH
	END-IF
	IF PartHdrBal NOT = 'Y'
		MOVE RunLogPath TO PartBase
		PERFORM BuildPartName
		STRING "PARTITION " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			" OUT OF BALANCE - see its run log " DELIMITED BY SIZE
			FUNCTION TRIM(PartName) DELIMITED BY SIZE
			" and rerun control file " DELIMITED BY SIZE
			FUNCTION TRIM(PartCtl(PartNo)) DELIMITED BY SIZE
			INTO RunLogLine
		DISPLAY FUNCTION TRIM(RunLogLine)
		PERFORM WriteRunLogLine
		COMPUTE PartBadCount = PartBadCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE 'C' TO PartState(PartNo)
	IF PartHdrPartial = 'Y'
		MOVE 'P' TO PartState(PartNo)
		MOVE PartPartialList TO PartLine
		MOVE SPACES TO PartPartialList
		STRING FUNCTION TRIM(PartLine) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			INTO PartPartialList
	END-IF
	STRING "Partition " DELIMITED BY SIZE
		PartNo DELIMITED BY SIZE
		" (" DELIMITED BY SIZE
		FUNCTION TRIM(PartLow(PartNo)) DELIMITED BY SIZE
		" - " DELIMITED BY SIZE
		FUNCTION TRIM(PartHigh(PartNo)) DELIMITED BY SIZE
		"): tally accepted, run " DELIMITED BY SIZE
		PartHdrRunId DELIMITED BY SIZE
		INTO RunLogLine
	IF PartHdrPartial = 'Y'
		MOVE RunLogLine TO PartLine
		MOVE SPACES TO RunLogLine
		STRING FUNCTION TRIM(PartLine) DELIMITED BY SIZE
			" (resumed from checkpoint)" DELIMITED BY SIZE
			INTO RunLogLine
	END-IF
	PERFORM WriteRunLogLine.

MergeCtlTally.
	COMPUTE RosterLinesRead = RosterLinesRead + FUNCTION NUMVAL(PartRaw(1))
	COMPUTE SkippedCount = SkippedCount + FUNCTION NUMVAL(PartRaw(2))
	COMPUTE BatchStudentCount = BatchStudentCount + FUNCTION NUMVAL(PartRaw(3))
	COMPUTE CheckpointWrites = CheckpointWrites + FUNCTION NUMVAL(PartRaw(4))
	COMPUTE PartTallyCsv = PartTallyCsv + FUNCTION NUMVAL(PartRaw(5))
	COMPUTE BalanceErrCount = BalanceErrCount + FUNCTION NUMVAL(PartRaw(6))
	COMPUTE OpenFailCount = OpenFailCount + FUNCTION NUMVAL(PartRaw(7))
	COMPUTE CompareCount = CompareCount + FUNCTION NUMVAL(PartRaw(8))
	COMPUTE SchedCollisions = SchedCollisions + FUNCTION NUMVAL(PartRaw(9))
	COMPUTE ProgAuditCount = ProgAuditCount + FUNCTION NUMVAL(PartRaw(10))
	COMPUTE ProgOpenCount = ProgOpenCount + FUNCTION NUMVAL(PartRaw(11))
	COMPUTE SwAppliedCount = SwAppliedCount + FUNCTION NUMVAL(PartRaw(12))
	COMPUTE AdvUnknownCount = AdvUnknownCount + FUNCTION NUMVAL(PartRaw(13))
	COMPUTE AdvInactiveCount = AdvInactiveCount + FUNCTION NUMVAL(PartRaw(14))
	COMPUTE NtGenerated = NtGenerated + FUNCTION NUMVAL(PartRaw(15))
	COMPUTE NtQueuedCount = NtQueuedCount + FUNCTION NUMVAL(PartRaw(16))
	COMPUTE NtNoEmailCount = NtNoEmailCount + FUNCTION NUMVAL(PartRaw(17))
	COMPUTE AtRiskFlagCount = AtRiskFlagCount + FUNCTION NUMVAL(PartRaw(19))
	COMPUTE PartTallyRisk = PartTallyRisk + FUNCTION NUMVAL(PartRaw(19))
	COMPUTE LetterCount = LetterCount + FUNCTION NUMVAL(PartRaw(20))
	COMPUTE GradCount = GradCount + FUNCTION NUMVAL(PartRaw(21))
	COMPUTE NearCount = NearCount + FUNCTION NUMVAL(PartRaw(22))
	COMPUTE BatchGPASum = BatchGPASum + FUNCTION NUMVAL(PartRaw(23))
	COMPUTE CalTermRejCount = CalTermRejCount + FUNCTION NUMVAL(PartRaw(24))
	COMPUTE SapRowCount = SapRowCount + FUNCTION NUMVAL(PartRaw(25))
	COMPUTE SapFlagCount = SapFlagCount + FUNCTION NUMVAL(PartRaw(26))
	COMPUTE NtBodyCount = NtBodyCount + FUNCTION NUMVAL(PartRaw(27)).

MergeAdvTally.
	MOVE PartRaw(1)(1:10) TO AdvisorCode
	MOVE ZERO TO AdvFoundIdx
	PERFORM VARYING AdvIdx FROM 1 BY 1 UNTIL AdvIdx > AdvCount
		IF AdvCode(AdvIdx) = AdvisorCode
			MOVE AdvIdx TO AdvFoundIdx
		END-IF
	END-PERFORM
	IF AdvFoundIdx = 0
		IF AdvCount < 200
			COMPUTE AdvCount = AdvCount + 1
			MOVE AdvCount TO AdvFoundIdx
			MOVE AdvisorCode TO AdvCode(AdvFoundIdx)
			MOVE ZERO TO AdvStudents(AdvFoundIdx)
			MOVE ZERO TO AdvGPASum(AdvFoundIdx)
			MOVE ZERO TO AdvDeans(AdvFoundIdx)
			MOVE ZERO TO AdvGood(AdvFoundIdx)
			MOVE ZERO TO AdvProb(AdvFoundIdx)
			MOVE ZERO TO AdvSusp(AdvFoundIdx)
			MOVE ZERO TO AdvAtRisk(AdvFoundIdx)
			MOVE ZERO TO AdvNear(AdvFoundIdx)
			MOVE ZERO TO AdvGrads(AdvFoundIdx)
		ELSE
			COMPUTE AdvDropCount = AdvDropCount + FUNCTION NUMVAL(PartRaw(2))
			EXIT PARAGRAPH
		END-IF
	END-IF
	COMPUTE AdvStudents(AdvFoundIdx) = AdvStudents(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(2))
	COMPUTE AdvGPASum(AdvFoundIdx) = AdvGPASum(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(3))
	COMPUTE AdvDeans(AdvFoundIdx) = AdvDeans(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(4))
	COMPUTE AdvGood(AdvFoundIdx) = AdvGood(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(5))
	COMPUTE AdvProb(AdvFoundIdx) = AdvProb(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(6))
	COMPUTE AdvSusp(AdvFoundIdx) = AdvSusp(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(7))
	COMPUTE AdvAtRisk(AdvFoundIdx) = AdvAtRisk(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(8))
	COMPUTE AdvNear(AdvFoundIdx) = AdvNear(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(9))
	COMPUTE AdvGrads(AdvFoundIdx) = AdvGrads(AdvFoundIdx) + FUNCTION NUMVAL(PartRaw(10)).

MergeDfwTally.
	MOVE ZERO TO DfwFoundIdx
	PERFORM VARYING DfwIdx FROM 1 BY 1 UNTIL DfwIdx > DfwCount
		IF DfwCourse(DfwIdx) = PartRaw(1)
			MOVE DfwIdx TO DfwFoundIdx
		END-IF
	END-PERFORM
	IF DfwFoundIdx = 0
		IF DfwCount < 400
			COMPUTE DfwCount = DfwCount + 1
			MOVE DfwCount TO DfwFoundIdx
			MOVE PartRaw(1) TO DfwCourse(DfwFoundIdx)
			MOVE ZERO TO DfwEnroll(DfwFoundIdx)
			MOVE ZERO TO DfwBadCnt(DfwFoundIdx)
			PERFORM VARYING DfwSlot FROM 1 BY 1 UNTIL DfwSlot > 22
				MOVE ZERO TO DfwGradeCnt(DfwFoundIdx, DfwSlot)
			END-PERFORM
		ELSE
			COMPUTE DfwDropCount = DfwDropCount + FUNCTION NUMVAL(PartRaw(2))
			EXIT PARAGRAPH
		END-IF
	END-IF
	COMPUTE DfwEnroll(DfwFoundIdx) = DfwEnroll(DfwFoundIdx) + FUNCTION NUMVAL(PartRaw(2))
	COMPUTE DfwBadCnt(DfwFoundIdx) = DfwBadCnt(DfwFoundIdx) + FUNCTION NUMVAL(PartRaw(3))
	PERFORM VARYING DfwSlot FROM 1 BY 1 UNTIL DfwSlot > 22
		COMPUTE PartFld = DfwSlot + 3
		COMPUTE DfwGradeCnt(DfwFoundIdx, DfwSlot) = DfwGradeCnt(DfwFoundIdx, DfwSlot)
			+ FUNCTION NUMVAL(PartRaw(PartFld))
	END-PERFORM.

MergeDemTally.
	MOVE ZERO TO DemFoundIdx
	PERFORM VARYING DemIdx FROM 1 BY 1 UNTIL DemIdx > DemTotal
		IF DemCourse(DemIdx) = PartRaw(1)
			MOVE DemIdx TO DemFoundIdx
		END-IF
	END-PERFORM
	IF DemFoundIdx = 0
		IF DemTotal < 400
			COMPUTE DemTotal = DemTotal + 1
			MOVE DemTotal TO DemFoundIdx
			MOVE PartRaw(1) TO DemCourse(DemFoundIdx)
			MOVE ZERO TO DemCount(DemFoundIdx)
		ELSE
			EXIT PARAGRAPH
		END-IF
	END-IF
	COMPUTE DemCount(DemFoundIdx) = DemCount(DemFoundIdx) + FUNCTION NUMVAL(PartRaw(2)).

OpenPartInput.
	PERFORM BuildPartName
	MOVE PartName TO PartInPath
	MOVE 'N' TO PartInEOF
	OPEN INPUT PART-IN-FILE
	IF PartInStatus NOT = '00'
		STRING "MERGE ERROR: partition " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			" file " DELIMITED BY SIZE
			FUNCTION TRIM(PartInPath) DELIMITED BY SIZE
			" could not be opened (status " DELIMITED BY SIZE
			PartInStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO RunLogLine
		DISPLAY FUNCTION TRIM(RunLogLine)
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
		MOVE 'Y' TO PartInEOF
	END-IF.

ReadPartInput.
	READ PART-IN-FILE INTO PartLine
		AT END MOVE 'Y' TO PartInEOF
	END-READ
	IF PartInEOF = 'Y'
		CLOSE PART-IN-FILE
	END-IF.

CopyPartLogs.
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE RunLogPath TO PartBase
		PERFORM OpenPartInput
		IF PartInEOF NOT = 'Y'
			STRING "----- Partition " DELIMITED BY SIZE
				PartNo DELIMITED BY SIZE
				" run log " DELIMITED BY SIZE
				FUNCTION TRIM(PartInPath) DELIMITED BY SIZE
				" -----" DELIMITED BY SIZE
				INTO RunLogLine
			PERFORM WriteRunLogLine
		END-IF
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y'
				STRING "P" DELIMITED BY SIZE
					PartNo DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					PartLine DELIMITED BY SIZE
					INTO RunLogLine
				PERFORM WriteRunLogLine
			END-IF
		END-PERFORM
	END-PERFORM
	MOVE "----- Merged totals -----" TO RunLogLine
	PERFORM WriteRunLogLine.

MergePartMasters.
	MOVE ZERO TO PartMstStudents
	MOVE ZERO TO PartMstRecords
	OPEN OUTPUT STUDENT-MASTER-FILE
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE MasterPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
				MOVE PartLine TO MasterRec
				WRITE MasterRec
				IF PartLine(1:1) NOT = '*'
					COMPUTE PartMstRecords = PartMstRecords + 1
					IF PartLine(1:2) = "S|"
						COMPUTE PartMstStudents = PartMstStudents + 1
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM
	CLOSE STUDENT-MASTER-FILE
	STRING "Master records merged: " DELIMITED BY SIZE
		PartMstRecords DELIMITED BY SIZE
		" (" DELIMITED BY SIZE
		PartMstStudents DELIMITED BY SIZE
		" students)" DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine.

MergePartCsv.
	MOVE ZERO TO RankN
	MOVE ZERO TO CsvRowCount
	MOVE ZERO TO RankOverflowCount
	OPEN OUTPUT CSV-EXPORT-FILE
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE CsvExportPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
				PERFORM AddMergedCsvRow
			END-IF
		END-PERFORM
	END-PERFORM
	PERFORM WriteClassRank
	CLOSE CSV-EXPORT-FILE.

AddMergedCsvRow.
	MOVE ZERO TO PartCommaCount
	INSPECT PartLine TALLYING PartCommaCount FOR ALL ","
	IF PartCommaCount > 8
		MOVE 300 TO PartScan
		PERFORM UNTIL PartScan < 1 OR PartLine(PartScan:1) = ","
			COMPUTE PartScan = PartScan - 1
		END-PERFORM
		MOVE SPACES TO PartLine(PartScan:)
	END-IF
	MOVE SPACES TO PartRaw(1)
	MOVE SPACES TO PartRaw(2)
	MOVE SPACES TO PartRaw(3)
	MOVE SPACES TO PartRaw(4)
	UNSTRING PartLine DELIMITED BY ','
		INTO PartRaw(1), PartRaw(2), PartRaw(3), PartRaw(4)
	IF RankN < 5000
		COMPUTE RankN = RankN + 1
		MOVE PartRaw(1)(1:10) TO RankStudentId(RankN)
		COMPUTE RankGPAVal(RankN) = FUNCTION NUMVAL(PartRaw(3))
		COMPUTE RankHrs(RankN) = FUNCTION NUMVAL(PartRaw(4))
		MOVE PartLine TO RankCsvLine(RankN)
	ELSE
		COMPUTE RankOverflowCount = RankOverflowCount + 1
		MOVE PartLine TO CsvRec
		WRITE CsvRec
		COMPUTE CsvRowCount = CsvRowCount + 1
	END-IF.

MergePartGrad.
	MOVE ZERO TO PartMergeGrad
	MOVE ZERO TO PartMergeNear
	OPEN OUTPUT GRAD-CLEAR-FILE
	IF PartialRun = 'Y'
		MOVE PartialHdr TO GradClearRec
		WRITE GradClearRec
	END-IF
	MOVE "Graduation clearance candidates" TO GradClearRec
	WRITE GradClearRec
	MOVE 1 TO PartGradPass
	PERFORM MergeGradPass
	MOVE SPACES TO GradClearRec
	WRITE GradClearRec
	MOVE "Near completers (within one term)" TO GradClearRec
	WRITE GradClearRec
	MOVE 2 TO PartGradPass
	PERFORM MergeGradPass
	CLOSE GRAD-CLEAR-FILE.

MergeGradPass.
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE GradClearPath TO PartBase
		PERFORM OpenPartInput
		MOVE ZERO TO PartGradSect
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
					AND PartLine(1:11) NOT = "PARTIAL RUN"
				IF PartLine = "Graduation clearance candidates"
					MOVE 1 TO PartGradSect
				ELSE
					IF PartLine = "Near completers (within one term)"
						MOVE 2 TO PartGradSect
					ELSE
						IF PartGradSect = PartGradPass
							MOVE PartLine TO GradClearRec
							WRITE GradClearRec
							IF PartGradPass = 1
								COMPUTE PartMergeGrad = PartMergeGrad + 1
							ELSE
								COMPUTE PartMergeNear = PartMergeNear + 1
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

MergePartRisk.
	MOVE ZERO TO PartRiskLines
	OPEN OUTPUT AT-RISK-FILE
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE AtRiskPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
				MOVE PartLine TO AtRiskRec
				WRITE AtRiskRec
				COMPUTE PartRiskLines = PartRiskLines + 1
			END-IF
		END-PERFORM
	END-PERFORM
	CLOSE AT-RISK-FILE.

MergePartHolds.
	MOVE ZERO TO PartHoldLines
	OPEN OUTPUT HOLD-RPT-FILE
	IF PartialRun = 'Y'
		MOVE PartialHdr TO HoldRptRec
		WRITE HoldRptRec
	END-IF
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		STRING "*** Partition " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			", StudentId " DELIMITED BY SIZE
			FUNCTION TRIM(PartLow(PartNo)) DELIMITED BY SIZE
			" through " DELIMITED BY SIZE
			FUNCTION TRIM(PartHigh(PartNo)) DELIMITED BY SIZE
			INTO HoldRptLine
		PERFORM WriteHoldRptLine
		MOVE HoldRptPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine(1:12) NOT = "PARTIAL RUN "
				MOVE PartLine TO HoldRptRec
				WRITE HoldRptRec
				COMPUTE PartHoldLines = PartHoldLines + 1
			END-IF
		END-PERFORM
	END-PERFORM
	CLOSE HOLD-RPT-FILE
	STRING "Holds report lines:  " DELIMITED BY SIZE
		PartHoldLines DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine.

MergePartSap.
	MOVE ZERO TO PartSapLines
	OPEN OUTPUT SAP-FILE
	MOVE "StudentId|EarnedHours|AttemptedHours|CompletionPct|PaceFlag|TimeFlag"
		TO SapRec
	WRITE SapRec
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE SapPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
					AND PartLine(1:10) NOT = "StudentId|"
				MOVE PartLine TO SapRec
				WRITE SapRec
				COMPUTE PartSapLines = PartSapLines + 1
			END-IF
		END-PERFORM
	END-PERFORM
	CLOSE SAP-FILE.

MergePartNotify.
	OPEN OUTPUT NOTIFY-QUEUE-FILE
	OPEN OUTPUT NOTIFY-EXC-FILE
	MOVE "StudentId|Name|NotificationType|Reason" TO NotifyExcRec
	WRITE NotifyExcRec
	MOVE ZERO TO NrCount
	MOVE 'N' TO NrSortedSw
	MOVE ZERO TO PartDupMsgs
	PERFORM VARYING PartNo FROM 1 BY 1 UNTIL PartNo > PartCount
		MOVE NotifyQPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
				IF PartLine(1:1) = 'M'
					PERFORM CheckMergedMsgId
				END-IF
				MOVE PartLine TO NotifyQRec
				WRITE NotifyQRec
			END-IF
		END-PERFORM
		MOVE NotifyExcPath TO PartBase
		PERFORM OpenPartInput
		PERFORM UNTIL PartInEOF = 'Y'
			PERFORM ReadPartInput
			IF PartInEOF NOT = 'Y' AND PartLine NOT = SPACES
					AND PartLine(1:10) NOT = "StudentId|"
				MOVE PartLine TO NotifyExcRec
				WRITE NotifyExcRec
			END-IF
		END-PERFORM
	END-PERFORM
	CLOSE NOTIFY-QUEUE-FILE
	CLOSE NOTIFY-EXC-FILE
	IF PartDupMsgs > 0
		STRING "MERGE OUT OF BALANCE: notification queue has " DELIMITED BY SIZE
			PartDupMsgs DELIMITED BY SIZE
			" duplicate message id(s)" DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF.

CheckMergedMsgId.
	MOVE PartLine(2:25) TO NrIdRaw
	PERFORM FindNotifyMsg
	IF NrFoundIdx > 0
		COMPUTE PartDupMsgs = PartDupMsgs + 1
		STRING "DUPLICATE MESSAGE ID: " DELIMITED BY SIZE
			FUNCTION TRIM(NrIdRaw) DELIMITED BY SIZE
			" in partition " DELIMITED BY SIZE
			PartNo DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		EXIT PARAGRAPH
	END-IF
	IF NrCount < 5000
		COMPUTE NrCount = NrCount + 1
		MOVE NrIdRaw TO NrMsgId(NrCount)
	END-IF.

CheckPartMerge.
	IF RosterLinesRead NOT = PartPlanStudents
		STRING "MERGE OUT OF BALANCE: plan lists " DELIMITED BY SIZE
			PartPlanStudents DELIMITED BY SIZE
			" roster lines, partitions read " DELIMITED BY SIZE
			RosterLinesRead DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	IF PartMstStudents NOT = BatchStudentCount
		STRING "MERGE OUT OF BALANCE: merged master has " DELIMITED BY SIZE
			PartMstStudents DELIMITED BY SIZE
			" students, partitions processed " DELIMITED BY SIZE
			BatchStudentCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	IF CsvRowCount NOT = PartTallyCsv
		STRING "MERGE OUT OF BALANCE: merged CSV has " DELIMITED BY SIZE
			CsvRowCount DELIMITED BY SIZE
			" rows, partitions wrote " DELIMITED BY SIZE
			PartTallyCsv DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	IF PartRiskLines NOT = PartTallyRisk
		STRING "MERGE OUT OF BALANCE: merged at-risk file has " DELIMITED BY SIZE
			PartRiskLines DELIMITED BY SIZE
			" flags, partitions raised " DELIMITED BY SIZE
			PartTallyRisk DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	IF PartMergeGrad NOT = GradCount OR PartMergeNear NOT = NearCount
		STRING "MERGE OUT OF BALANCE: merged clearance has " DELIMITED BY SIZE
			PartMergeGrad DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			PartMergeNear DELIMITED BY SIZE
			" candidates/near completers, partitions found " DELIMITED BY SIZE
			GradCount DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			NearCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	IF SapPath NOT = SPACES AND PartSapLines NOT = SapRowCount
		STRING "MERGE OUT OF BALANCE: merged SAP extract has " DELIMITED BY SIZE
			PartSapLines DELIMITED BY SIZE
			" rows, partitions wrote " DELIMITED BY SIZE
			SapRowCount DELIMITED BY SIZE
			INTO RunLogLine
		PERFORM WriteRunLogLine
		COMPUTE BalanceErrCount = BalanceErrCount + 1
	END-IF
	STRING "Partitions merged:   " DELIMITED BY SIZE
		PartCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "At-risk flags:       " DELIMITED BY SIZE
		PartRiskLines DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Grad candidates:     " DELIMITED BY SIZE
		PartMergeGrad DELIMITED BY SIZE
		"  near completers: " DELIMITED BY SIZE
		PartMergeNear DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine
	STRING "Letters written:     " DELIMITED BY SIZE
		LetterCount DELIMITED BY SIZE
		INTO RunLogLine
	PERFORM WriteRunLogLine.

RunCohort.
	IF ControlMode NOT = 'Y'
		DISPLAY "Please enter the name of the master generation catalog,"
		DISPLAY "or press Enter to follow cohorts on a single student master."
		ACCEPT GenCatPath
		IF GenCatPath = SPACES
			DISPLAY "Please enter the name of the student master file to read."
			ACCEPT MasterPath
		END-IF
		DISPLAY "Please enter the name of the graduate archive file, or press Enter if none."
		ACCEPT ArchivePath
		DISPLAY "Please enter the name of the cohort report file to create."
		ACCEPT CohRptPath
		DISPLAY "Please enter the name of the cohort CSV file to create for institutional research."
		ACCEPT CohCsvPath
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	ACCEPT RunTimeStart FROM TIME
	MOVE CurrentTerm TO CohTermCode
	PERFORM ResolveCohortTerm
	IF CohTermDate > 0
		MOVE CohTermDate TO CohAsOfDate
		MOVE CohTermReg TO CohAsOfReg
	ELSE
		MOVE RunDate TO CohAsOfDate
		MOVE ZERO TO CohAsOfReg
	END-IF
	IF CohAsOfReg = 0
		COMPUTE CohYear = CohAsOfDate / 10000
		IF CohAsOfDate(5:2) >= "08"
			COMPUTE CohAsOfReg = CohYear * 2 + 1
		ELSE
			COMPUTE CohAsOfReg = CohYear * 2
		END-IF
	END-IF
	IF GenCatPath NOT = SPACES
		MOVE 'N' TO GenLogSw
		PERFORM LoadGenCatalog
		IF GenCurIdx = 0
			DISPLAY "ERROR: master generation catalog " FUNCTION TRIM(GenCatPath)
				" has no current generation"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
			IF GenIdx NOT = GenCurIdx
				IF GenStat(GenIdx) = "PRIOR" AND GenBackup(GenIdx) NOT = SPACES
					MOVE GenBackup(GenIdx) TO CohInPath
					MOVE 'P' TO CohSource
					PERFORM ReadCohortFile
				ELSE
					DISPLAY "Generation " GenNo(GenIdx) " (" FUNCTION TRIM(GenStat(GenIdx))
						") is no longer held; it is not followed"
					COMPUTE CohGenExpired = CohGenExpired + 1
				END-IF
			END-IF
		END-PERFORM
		MOVE GenMaster(GenCurIdx) TO CohInPath
	ELSE
		MOVE MasterPath TO CohInPath
	END-IF
	MOVE 'C' TO CohSource
	PERFORM ReadCohortFile
	IF ArchivePath NOT = SPACES
		MOVE ArchivePath TO CohInPath
		MOVE 'A' TO CohSource
		PERFORM ReadCohortFile
	END-IF
	PERFORM VARYING CohStuIdx FROM 1 BY 1 UNTIL CohStuIdx > CohStuCount
		IF CsEntryDate(CohStuIdx) = 0
			COMPUTE CohNoTermCount = CohNoTermCount + 1
		ELSE
			MOVE CsEntryDate(CohStuIdx) TO CohKeyDate
			MOVE CsEntryTerm(CohStuIdx) TO CohKeyTerm
			MOVE CsType(CohStuIdx) TO CohKeyType
			MOVE CsMajor(CohStuIdx) TO CohKeyMajor
			PERFORM AddCohortCounts
			MOVE SPACES TO CohKeyMajor
			PERFORM AddCohortCounts
		END-IF
	END-PERFORM
	PERFORM SortCohortRows
	PERFORM WriteCohortReport
	DISPLAY "Cohort source files read: " CohFilesRead
	DISPLAY "Students followed:        " CohStuCount
	DISPLAY "Cohort rows written:      " CohRowCount
	IF CohNoTermCount > 0
		DISPLAY "WARNING: " CohNoTermCount
			" student(s) have no dated term on the master and are not in a cohort"
	END-IF
	IF CohDropCount > 0 OR CohRowDrops > 0
		DISPLAY "WARNING: cohort tables are full; " CohDropCount
			" student(s) and " CohRowDrops " cohort count(s) were not tallied"
	END-IF
	IF CohFilesSkipped > 0 OR CohDropCount > 0 OR CohRowDrops > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

ResolveCohortTerm.
	MOVE ZERO TO CohTermDate
	MOVE ZERO TO CohTermReg
	MOVE SPACES TO CohSeason
	IF CohTermCode = SPACES
		EXIT PARAGRAPH
	END-IF
	IF CalCount > 0
		MOVE CohTermCode TO CalLookup
		PERFORM FindCalTerm
		IF CalFoundIdx > 0
			IF CalStart(CalFoundIdx) IS NUMERIC
				MOVE CalStart(CalFoundIdx) TO CohTermDate
				MOVE CalType(CalFoundIdx) TO CohSeason
			END-IF
		END-IF
	END-IF
	IF CohTermDate = 0 AND CohTermCode(3:4) IS NUMERIC
		MOVE CohTermCode(1:2) TO CohSeason
		MOVE CohTermCode(3:4) TO CohYear
		EVALUATE CohSeason
			WHEN "WI"
				COMPUTE CohTermDate = CohYear * 10000 + 105
			WHEN "SP"
				COMPUTE CohTermDate = CohYear * 10000 + 115
			WHEN "SU"
				COMPUTE CohTermDate = CohYear * 10000 + 601
			WHEN "FA"
				COMPUTE CohTermDate = CohYear * 10000 + 901
		END-EVALUATE
	END-IF
	IF CohTermDate > 0
		COMPUTE CohYear = CohTermDate / 10000
		IF CohSeason = "FA"
			COMPUTE CohTermReg = CohYear * 2 + 1
		END-IF
		IF CohSeason = "SP"
			COMPUTE CohTermReg = CohYear * 2
		END-IF
	END-IF.

ReadCohortFile.
	OPEN INPUT COHORT-IN-FILE
	IF CohInStatus NOT = '00'
		IF CohSource = 'C'
			DISPLAY "ERROR: could not open student master "
				FUNCTION TRIM(CohInPath) " (status " CohInStatus ")"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "WARNING: could not open " FUNCTION TRIM(CohInPath)
			" (status " CohInStatus "); its students are not followed"
		COMPUTE CohFilesSkipped = CohFilesSkipped + 1
		EXIT PARAGRAPH
	END-IF
	COMPUTE CohFilesRead = CohFilesRead + 1
	MOVE 'N' TO CohInGroup
	MOVE 'N' TO CohInEOF
	PERFORM UNTIL CohInEOF = 'Y'
		READ COHORT-IN-FILE INTO CohLine
			AT END MOVE 'Y' TO CohInEOF
		END-READ
		IF CohInEOF NOT = 'Y'
			PERFORM HandleCohortRecord
		END-IF
	END-PERFORM
	IF CohInGroup = 'Y'
		PERFORM PostCohortStudent
	END-IF
	CLOSE COHORT-IN-FILE
	DISPLAY "Cohort source: " FUNCTION TRIM(CohInPath).

HandleCohortRecord.
	EVALUATE CohLine(1:2)
		WHEN "S|"
			IF CohInGroup = 'Y'
				PERFORM PostCohortStudent
			END-IF
			PERFORM StartCohortStudent
		WHEN "T|"
			IF CohInGroup = 'Y'
				PERFORM NoteCohortTerm
			END-IF
		WHEN "C|"
			IF CohInGroup = 'Y'
				PERFORM NoteCohortCourse
			END-IF
		WHEN "R|"
			MOVE 'Y' TO CohHasReq
		WHEN "E|"
			IF CohInGroup = 'Y'
				PERFORM PostCohortStudent
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

StartCohortStudent.
	MOVE SPACES TO CohId
	MOVE SPACES TO CohMajor
	MOVE SPACES TO CohRemainRaw
	MOVE SPACES TO CohStanding
	UNSTRING CohLine DELIMITED BY '|'
		INTO MstTag, CohId, CohMajor, MstF1, MstF2, MstF4,
			MstF6, MstF7, MstF8, MstF10, CohRemainRaw, MstF11,
			CohStanding
	MOVE ZERO TO CohRemaining
	IF CohRemainRaw NOT = SPACES
		COMPUTE CohRemaining = FUNCTION NUMVAL(CohRemainRaw)
	END-IF
	MOVE 'Y' TO CohInGroup
	MOVE 'N' TO CohHasReq
	MOVE ZERO TO CohXferHrs
	MOVE ZERO TO CohXferN
	MOVE ZERO TO CohTermN.

NoteCohortTerm.
	MOVE SPACES TO CohTermCode
	UNSTRING CohLine DELIMITED BY '|'
		INTO MstTag, CohTermCode
	PERFORM ResolveCohortTerm
	IF CohTermDate > 0 AND CohTermN < 40
		COMPUTE CohTermN = CohTermN + 1
		MOVE CohTermCode TO CohTmCode(CohTermN)
		MOVE CohTermDate TO CohTmDate(CohTermN)
		MOVE CohTermReg TO CohTmReg(CohTermN)
	END-IF.

NoteCohortCourse.
	MOVE SPACES TO MstF2
	MOVE SPACES TO MstF7
	UNSTRING CohLine DELIMITED BY '|'
		INTO MstTag, MstF1, MstF2, MstF4, MstF6, MstF7
	IF MstF2 = "T" AND MstF7 NOT = SPACES
		IF CohXferN < 60
			COMPUTE CohXferN = CohXferN + 1
			MOVE MstF6(1:20) TO CohXfTerm(CohXferN)
			COMPUTE CohXfHrs(CohXferN) = FUNCTION NUMVAL(MstF7)
		ELSE
			COMPUTE CohXferHrs = CohXferHrs + FUNCTION NUMVAL(MstF7)
		END-IF
	END-IF.

PostCohortStudent.
	MOVE 'N' TO CohInGroup
	COMPUTE CohSightings = CohSightings + 1
	MOVE SPACES TO CohEntryTerm
	MOVE ZERO TO CohEntryDate
	MOVE ZERO TO CohEntryReg
	MOVE ZERO TO CohLastDate
	MOVE ZERO TO CohMaxReg
	PERFORM VARYING CohTmIdx FROM 1 BY 1 UNTIL CohTmIdx > CohTermN
		IF CohEntryDate = 0 OR CohTmDate(CohTmIdx) < CohEntryDate
			MOVE CohTmDate(CohTmIdx) TO CohEntryDate
			MOVE CohTmCode(CohTmIdx) TO CohEntryTerm
		END-IF
		IF CohTmDate(CohTmIdx) > CohLastDate
			MOVE CohTmDate(CohTmIdx) TO CohLastDate
		END-IF
		IF CohTmReg(CohTmIdx) > 0
			IF CohEntryReg = 0 OR CohTmReg(CohTmIdx) < CohEntryReg
				MOVE CohTmReg(CohTmIdx) TO CohEntryReg
			END-IF
			IF CohTmReg(CohTmIdx) > CohMaxReg
				MOVE CohTmReg(CohTmIdx) TO CohMaxReg
			END-IF
		END-IF
	END-PERFORM
	PERFORM VARYING CohXferIdx FROM 1 BY 1 UNTIL CohXferIdx > CohXferN
		MOVE CohXfTerm(CohXferIdx) TO CohTermCode
		PERFORM ResolveCohortTerm
		IF CohTermDate = 0 OR CohTermDate <= CohEntryDate
			COMPUTE CohXferHrs = CohXferHrs + CohXfHrs(CohXferIdx)
		END-IF
	END-PERFORM
	MOVE 'N' TO CohStopSw
	MOVE 'N' TO CohRet1Sw
	MOVE 'N' TO CohRet2Sw
	PERFORM VARYING CohTmIdx FROM 1 BY 1 UNTIL CohTmIdx > CohTermN
		IF CohTmReg(CohTmIdx) > 0 AND CohTmReg(CohTmIdx) < CohMaxReg
			MOVE 'N' TO CohNextSw
			PERFORM VARYING CohTmIdx2 FROM 1 BY 1 UNTIL CohTmIdx2 > CohTermN
				IF CohTmReg(CohTmIdx2) = CohTmReg(CohTmIdx) + 1
					MOVE 'Y' TO CohNextSw
				END-IF
			END-PERFORM
			IF CohNextSw = 'N'
				MOVE 'Y' TO CohStopSw
			END-IF
		END-IF
		IF CohEntryReg > 0
			IF CohTmReg(CohTmIdx) = CohEntryReg + 2
				MOVE 'Y' TO CohRet1Sw
			END-IF
			IF CohTmReg(CohTmIdx) = CohEntryReg + 4
				MOVE 'Y' TO CohRet2Sw
			END-IF
		END-IF
	END-PERFORM
	MOVE 'N' TO CohGradSw
	IF CohSource = 'A'
		MOVE 'Y' TO CohGradSw
	END-IF
	IF CohRemaining <= 0 AND CohHasReq = 'N'
		MOVE 'Y' TO CohGradSw
	END-IF
	MOVE ZERO TO CohStuFound
	PERFORM VARYING CohStuIdx FROM 1 BY 1
			UNTIL CohStuIdx > CohStuCount OR CohStuFound > 0
		IF CsId(CohStuIdx) = CohId
			MOVE CohStuIdx TO CohStuFound
		END-IF
	END-PERFORM
	IF CohStuFound = 0
		IF CohStuCount >= 5000
			COMPUTE CohDropCount = CohDropCount + 1
			EXIT PARAGRAPH
		END-IF
		COMPUTE CohStuCount = CohStuCount + 1
		MOVE CohStuCount TO CohStuFound
		MOVE CohId TO CsId(CohStuFound)
		MOVE CohMajor TO CsMajor(CohStuFound)
		MOVE ZERO TO CsEntryDate(CohStuFound)
		MOVE 'N' TO CsGrad(CohStuFound)
		MOVE ZERO TO CsGradDate(CohStuFound)
		MOVE 'N' TO CsOnCur(CohStuFound)
		MOVE ZERO TO CsLastDate(CohStuFound)
	END-IF
	IF CohSource = 'C'
		MOVE 'Y' TO CsOnCur(CohStuFound)
	END-IF
	IF CohLastDate >= CsLastDate(CohStuFound)
		MOVE CohLastDate TO CsLastDate(CohStuFound)
		MOVE CohStanding TO CsStanding(CohStuFound)
		MOVE CohGradSw TO CsGrad(CohStuFound)
		IF CohGradSw = 'Y'
			MOVE CohLastDate TO CsGradDate(CohStuFound)
		ELSE
			MOVE ZERO TO CsGradDate(CohStuFound)
		END-IF
	END-IF
	IF CohTermN > 0
		MOVE CohEntryTerm TO CsEntryTerm(CohStuFound)
		MOVE CohEntryDate TO CsEntryDate(CohStuFound)
		MOVE CohEntryReg TO CsEntryReg(CohStuFound)
		MOVE CohRet1Sw TO CsRet1(CohStuFound)
		MOVE CohRet2Sw TO CsRet2(CohStuFound)
		MOVE CohStopSw TO CsStopOut(CohStuFound)
		IF CohXferHrs > 0
			MOVE "TR" TO CsType(CohStuFound)
		ELSE
			MOVE "FT" TO CsType(CohStuFound)
		END-IF
	END-IF.

AddCohortCounts.
	MOVE ZERO TO CohRowFound
	PERFORM VARYING CohRowIdx FROM 1 BY 1
			UNTIL CohRowIdx > CohRowCount OR CohRowFound > 0
		IF CrKey(CohRowIdx) = CohKey
			MOVE CohRowIdx TO CohRowFound
		END-IF
	END-PERFORM
	IF CohRowFound = 0
		IF CohRowCount >= 500
			COMPUTE CohRowDrops = CohRowDrops + 1
			EXIT PARAGRAPH
		END-IF
		COMPUTE CohRowCount = CohRowCount + 1
		MOVE CohRowCount TO CohRowFound
		MOVE CohKey TO CrKey(CohRowFound)
		MOVE CsEntryReg(CohStuIdx) TO CrEntryReg(CohRowFound)
		MOVE ZERO TO CrEntered(CohRowFound)
		MOVE ZERO TO CrRet1(CohRowFound)
		MOVE ZERO TO CrRet2(CohRowFound)
		MOVE ZERO TO CrGrad4(CohRowFound)
		MOVE ZERO TO CrGrad5(CohRowFound)
		MOVE ZERO TO CrGrad6(CohRowFound)
		MOVE ZERO TO CrGradAll(CohRowFound)
		MOVE ZERO TO CrEnrolled(CohRowFound)
		MOVE ZERO TO CrStopRet(CohRowFound)
		MOVE ZERO TO CrLeft(CohRowFound)
		MOVE ZERO TO CrLeftGood(CohRowFound)
		MOVE ZERO TO CrLeftProb(CohRowFound)
	END-IF
	COMPUTE CrEntered(CohRowFound) = CrEntered(CohRowFound) + 1
	COMPUTE CohLimit = CsEntryDate(CohStuIdx) + 10000
	IF CsRet1(CohStuIdx) = 'Y'
			OR (CsGrad(CohStuIdx) = 'Y' AND CsGradDate(CohStuIdx) < CohLimit)
		COMPUTE CrRet1(CohRowFound) = CrRet1(CohRowFound) + 1
	END-IF
	COMPUTE CohLimit = CsEntryDate(CohStuIdx) + 20000
	IF CsRet2(CohStuIdx) = 'Y'
			OR (CsGrad(CohStuIdx) = 'Y' AND CsGradDate(CohStuIdx) < CohLimit)
		COMPUTE CrRet2(CohRowFound) = CrRet2(CohRowFound) + 1
	END-IF
	IF CsGrad(CohStuIdx) = 'Y'
		COMPUTE CrGradAll(CohRowFound) = CrGradAll(CohRowFound) + 1
		COMPUTE CohLimit = CsEntryDate(CohStuIdx) + 40000
		IF CsGradDate(CohStuIdx) < CohLimit
			COMPUTE CrGrad4(CohRowFound) = CrGrad4(CohRowFound) + 1
		END-IF
		COMPUTE CohLimit = CsEntryDate(CohStuIdx) + 50000
		IF CsGradDate(CohStuIdx) < CohLimit
			COMPUTE CrGrad5(CohRowFound) = CrGrad5(CohRowFound) + 1
		END-IF
		COMPUTE CohLimit = CsEntryDate(CohStuIdx) + 60000
		IF CsGradDate(CohStuIdx) < CohLimit
			COMPUTE CrGrad6(CohRowFound) = CrGrad6(CohRowFound) + 1
		END-IF
	ELSE
		IF CsOnCur(CohStuIdx) = 'Y'
			COMPUTE CrEnrolled(CohRowFound) = CrEnrolled(CohRowFound) + 1
		ELSE
			COMPUTE CrLeft(CohRowFound) = CrLeft(CohRowFound) + 1
			IF CsStanding(CohStuIdx) = "PROBATION"
					OR CsStanding(CohStuIdx) = "SUSPENSION"
				COMPUTE CrLeftProb(CohRowFound) = CrLeftProb(CohRowFound) + 1
			ELSE
				COMPUTE CrLeftGood(CohRowFound) = CrLeftGood(CohRowFound) + 1
			END-IF
		END-IF
	END-IF
	IF CsStopOut(CohStuIdx) = 'Y'
		COMPUTE CrStopRet(CohRowFound) = CrStopRet(CohRowFound) + 1
	END-IF.

SortCohortRows.
	PERFORM VARYING CohRowI FROM 2 BY 1 UNTIL CohRowI > CohRowCount
		MOVE CohRow(CohRowI) TO CohRowHold
		MOVE CrKey(CohRowI) TO CohKey
		COMPUTE CohRowJ = CohRowI - 1
		MOVE 'N' TO CohRowDone
		PERFORM UNTIL CohRowDone = 'Y'
			IF CohRowJ < 1
				MOVE 'Y' TO CohRowDone
			ELSE
				IF CrKey(CohRowJ) > CohKey
					MOVE CohRow(CohRowJ) TO CohRow(CohRowJ + 1)
					COMPUTE CohRowJ = CohRowJ - 1
				ELSE
					MOVE 'Y' TO CohRowDone
				END-IF
			END-IF
		END-PERFORM
		MOVE CohRowHold TO CohRow(CohRowJ + 1)
	END-PERFORM.

WriteCohortReport.
	OPEN OUTPUT COHORT-RPT-FILE
	IF CohRptStatus NOT = '00'
		DISPLAY "ERROR: could not create cohort report "
			FUNCTION TRIM(CohRptPath) " (status " CohRptStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT COHORT-CSV-FILE
	IF CohCsvStatus NOT = '00'
		DISPLAY "ERROR: could not create cohort CSV "
			FUNCTION TRIM(CohCsvPath) " (status " CohCsvStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO CohRptLine
	STRING "Entry-cohort retention and graduation rates as of " DELIMITED BY SIZE
		FUNCTION TRIM(CurrentTerm) DELIMITED BY SIZE
		" (run " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		")" DELIMITED BY SIZE
		INTO CohRptLine
	MOVE CohRptLine TO CohRptRec
	WRITE CohRptRec
	MOVE SPACES TO CohRptLine
	IF GenCatPath NOT = SPACES
		STRING "Source files read: " DELIMITED BY SIZE
			CohFilesRead DELIMITED BY SIZE
			" from generation catalog " DELIMITED BY SIZE
			FUNCTION TRIM(GenCatPath) DELIMITED BY SIZE
			INTO CohRptLine
	ELSE
		STRING "Source files read: " DELIMITED BY SIZE
			CohFilesRead DELIMITED BY SIZE
			" from student master " DELIMITED BY SIZE
			FUNCTION TRIM(MasterPath) DELIMITED BY SIZE
			INTO CohRptLine
	END-IF
	IF ArchivePath NOT = SPACES
		MOVE CohRptLine TO CohWork
		MOVE SPACES TO CohRptLine
		STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
			", including graduate archive " DELIMITED BY SIZE
			FUNCTION TRIM(ArchivePath) DELIMITED BY SIZE
			INTO CohRptLine
	END-IF
	MOVE CohRptLine TO CohRptRec
	WRITE CohRptRec
	MOVE "Entry term is the earliest term on the master; TR = entered with transfer hours, FT = first-time."
		TO CohRptRec
	WRITE CohRptRec
	MOVE "Retained = enrolled in the same term one or two years after entry, or graduated before then."
		TO CohRptRec
	WRITE CohRptRec
	MOVE "Rates a cohort has not been enrolled long enough to measure are shown as n/a."
		TO CohRptRec
	WRITE CohRptRec
	MOVE SPACES TO CohRptRec
	WRITE CohRptRec
	MOVE "EntryTerm,EntryType,Major,Entered,Retained1Yr,Retained1YrPct,Retained2Yr,Retained2YrPct,Graduated4Yr,Graduated4YrPct,Graduated5Yr,Graduated5YrPct,Graduated6Yr,Graduated6YrPct,GraduatedToDate,StillEnrolled,StopOutsReturned,LeftGoodStanding,LeftProbation"
		TO CohCsvRec
	WRITE CohCsvRec
	PERFORM VARYING CohRowIdx FROM 1 BY 1 UNTIL CohRowIdx > CohRowCount
		PERFORM WriteOneCohortRow
	END-PERFORM
	MOVE SPACES TO CohRptRec
	WRITE CohRptRec
	MOVE SPACES TO CohRptLine
	STRING "Students followed: " DELIMITED BY SIZE
		CohStuCount DELIMITED BY SIZE
		"  not in a cohort (no dated term): " DELIMITED BY SIZE
		CohNoTermCount DELIMITED BY SIZE
		"  generations no longer held: " DELIMITED BY SIZE
		CohGenExpired DELIMITED BY SIZE
		"  files unreadable: " DELIMITED BY SIZE
		CohFilesSkipped DELIMITED BY SIZE
		INTO CohRptLine
	MOVE CohRptLine TO CohRptRec
	WRITE CohRptRec
	IF CohDropCount > 0 OR CohRowDrops > 0
		MOVE SPACES TO CohRptLine
		STRING "WARNING: cohort tables full; " DELIMITED BY SIZE
			CohDropCount DELIMITED BY SIZE
			" student(s) and " DELIMITED BY SIZE
			CohRowDrops DELIMITED BY SIZE
			" cohort count(s) not tallied" DELIMITED BY SIZE
			INTO CohRptLine
		MOVE CohRptLine TO CohRptRec
		WRITE CohRptRec
	END-IF
	CLOSE COHORT-RPT-FILE
	CLOSE COHORT-CSV-FILE.

WriteOneCohortRow.
	IF CrType(CohRowIdx) = "TR"
		MOVE "Transfer" TO CohTypeText
	ELSE
		MOVE "First-time" TO CohTypeText
	END-IF
	IF CrMajor(CohRowIdx) = SPACES
		MOVE "ALL" TO CohMajorText
		IF CohRowIdx > 1
			MOVE SPACES TO CohRptRec
			WRITE CohRptRec
		END-IF
	ELSE
		MOVE CrMajor(CohRowIdx) TO CohMajorText
	END-IF
	MOVE SPACES TO CohRptLine
	MOVE SPACES TO CohCsvLine
	MOVE CrEntered(CohRowIdx) TO CohCntEdit
	STRING FUNCTION TRIM(CrEntryTerm(CohRowIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(CohTypeText) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(CohMajorText) DELIMITED BY SIZE
		"|entered " DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		INTO CohRptLine
	STRING FUNCTION TRIM(CrEntryTerm(CohRowIdx)) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		CrType(CohRowIdx) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CohMajorText) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		INTO CohCsvLine
	MOVE 'N' TO CohEligSw
	IF CrEntryReg(CohRowIdx) > 0 AND CohAsOfReg >= CrEntryReg(CohRowIdx) + 2
		MOVE 'Y' TO CohEligSw
	END-IF
	MOVE "1yr retained" TO CohLabel
	MOVE CrRet1(CohRowIdx) TO CohCnt
	PERFORM AppendCohortRate
	MOVE 'N' TO CohEligSw
	IF CrEntryReg(CohRowIdx) > 0 AND CohAsOfReg >= CrEntryReg(CohRowIdx) + 4
		MOVE 'Y' TO CohEligSw
	END-IF
	MOVE "2yr retained" TO CohLabel
	MOVE CrRet2(CohRowIdx) TO CohCnt
	PERFORM AppendCohortRate
	MOVE 'N' TO CohEligSw
	IF CohAsOfDate + 100 >= CrEntryDate(CohRowIdx) + 40000
		MOVE 'Y' TO CohEligSw
	END-IF
	MOVE "4yr grad" TO CohLabel
	MOVE CrGrad4(CohRowIdx) TO CohCnt
	PERFORM AppendCohortRate
	MOVE 'N' TO CohEligSw
	IF CohAsOfDate + 100 >= CrEntryDate(CohRowIdx) + 50000
		MOVE 'Y' TO CohEligSw
	END-IF
	MOVE "5yr grad" TO CohLabel
	MOVE CrGrad5(CohRowIdx) TO CohCnt
	PERFORM AppendCohortRate
	MOVE 'N' TO CohEligSw
	IF CohAsOfDate + 100 >= CrEntryDate(CohRowIdx) + 60000
		MOVE 'Y' TO CohEligSw
	END-IF
	MOVE "6yr grad" TO CohLabel
	MOVE CrGrad6(CohRowIdx) TO CohCnt
	PERFORM AppendCohortRate
	MOVE "graduated" TO CohLabel
	MOVE CrGradAll(CohRowIdx) TO CohCnt
	PERFORM AppendCohortCount
	MOVE "enrolled" TO CohLabel
	MOVE CrEnrolled(CohRowIdx) TO CohCnt
	PERFORM AppendCohortCount
	MOVE "stop-outs returned" TO CohLabel
	MOVE CrStopRet(CohRowIdx) TO CohCnt
	PERFORM AppendCohortCount
	MOVE "left in good standing" TO CohLabel
	MOVE CrLeftGood(CohRowIdx) TO CohCnt
	PERFORM AppendCohortCount
	MOVE "left on probation" TO CohLabel
	MOVE CrLeftProb(CohRowIdx) TO CohCnt
	PERFORM AppendCohortCount
	MOVE CohRptLine TO CohRptRec
	WRITE CohRptRec
	MOVE CohCsvLine TO CohCsvRec
	WRITE CohCsvRec.

AppendCohortRate.
	MOVE CohRptLine TO CohWork
	MOVE SPACES TO CohRptLine
	IF CohEligSw NOT = 'Y'
		STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CohLabel) DELIMITED BY SIZE
			" n/a" DELIMITED BY SIZE
			INTO CohRptLine
		MOVE CohCsvLine TO CohWork
		MOVE SPACES TO CohCsvLine
		STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
			",," DELIMITED BY SIZE
			INTO CohCsvLine
		EXIT PARAGRAPH
	END-IF
	COMPUTE CohPct ROUNDED = (CohCnt * 100) / CrEntered(CohRowIdx)
	MOVE CohPct TO CohPctEdit
	MOVE CohCnt TO CohCntEdit
	STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(CohLabel) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		" (" DELIMITED BY SIZE
		FUNCTION TRIM(CohPctEdit) DELIMITED BY SIZE
		"%)" DELIMITED BY SIZE
		INTO CohRptLine
	MOVE CohCsvLine TO CohWork
	MOVE SPACES TO CohCsvLine
	STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CohPctEdit) DELIMITED BY SIZE
		INTO CohCsvLine.

AppendCohortCount.
	MOVE CohCnt TO CohCntEdit
	MOVE CohRptLine TO CohWork
	MOVE SPACES TO CohRptLine
	STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(CohLabel) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		INTO CohRptLine
	MOVE CohCsvLine TO CohWork
	MOVE SPACES TO CohCsvLine
	STRING FUNCTION TRIM(CohWork) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CohCntEdit) DELIMITED BY SIZE
		INTO CohCsvLine.

RunDelta.
	IF ControlMode NOT = 'Y'
		WHEN "S|"
			PERFORM ResetStudentState
			PERFORM PresetCourseTables
			MOVE ZERO TO ProgCount
			MOVE SPACES TO MstF5
			MOVE SPACES TO MstF6
			MOVE SPACES TO MstF7
			MOVE SPACES TO StudentName
			MOVE SPACES TO MstF12
			UNSTRING MasterLine DELIMITED BY '|'
				INTO MstTag, StudentId, MajorCode, MstF1, MstF9,
					MstF2, MstF3, MstF4, Path, DegreeReqPath, MstF5,
					MstF6, MstF7, StudentName, MstF11, MstF12
			MOVE MstF12 TO CatYearRaw
			PERFORM SetStuCatYear
			MOVE MstF6(1:10) TO AdvisorCode
			MOVE MstF7(1:13) TO CurrStanding
			COMPUTE GPA = FUNCTION NUMVAL(MstF1)
					INTO MstTag, CanTake(CanCount)
				COMPUTE CanCount = CanCount + 1
			END-IF
		WHEN "P|"
			IF ProgCount < 3
				COMPUTE ProgCount = ProgCount + 1
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, ProgKind(ProgCount), ProgCode(ProgCount),
						ProgPath(ProgCount)
			END-IF
		WHEN "E|"
			COMPUTE CanTakeCount = CanCount - 1
			PERFORM RebuildCourseIdx
			IF AllocSw = 'Y'
				PERFORM AllocCollectStudent
				EXIT PARAGRAPH
			END-IF
			PERFORM ApplyStudentTx
			PERFORM LoadDegreeReqs
			PERFORM ComputeStillRequired
			PERFORM AuditPrograms
			IF CalCount > 0
				PERFORM SortTermTable
			END-IF
			PERFORM RecomputeStanding
			PERFORM WriteMasterStudent
			COMPUTE MasterStudentCount = MasterStudentCount + 1
					END-IF
				END-IF
			END-IF
			IF TxAction(TxIdx) = "ADD" OR TxAction(TxIdx) = "CHANGE"
				IF CalCount > 0 AND TxTerm(TxIdx) NOT = SPACES
					MOVE TxTerm(TxIdx) TO CalLookup
					PERFORM FindCalTerm
					IF CalFoundIdx = 0
						MOVE 'N' TO TxValid
					END-IF
				END-IF
			END-IF
			IF TxValid = 'N'
				COMPUTE TxRejectCount = TxRejectCount + 1
				STRING FUNCTION TRIM(StudentId) DELIMITED BY SIZE
					FUNCTION TRIM(TxAction(TxIdx)) DELIMITED BY SIZE
					"|" DELIMITED BY SIZE
					FUNCTION TRIM(TxCourse(TxIdx)) DELIMITED BY SIZE
					"|rejected: invalid grade, action or term, not applied"
						DELIMITED BY SIZE
					INTO AuditLine
				MOVE AuditLine TO AuditRec
					MOVE 'N' TO ValidRec
				END-IF
			END-IF
			IF ValidRec = 'Y' AND CalCount > 0 AND Term NOT = SPACES
				MOVE Term TO CalLookup
				PERFORM FindCalTerm
				IF CalFoundIdx = 0
					MOVE 'T' TO ValidRec
				END-IF
			END-IF

			IF ValidRec = 'N' OR ValidRec = 'T'
				COMPUTE ExceptionCount = ExceptionCount + 1
				IF ValidRec = 'T'
					COMPUTE CalTermRejCount = CalTermRejCount + 1
					STRING "Rejected record (term not on calendar): "
							DELIMITED BY SIZE
						WSdata DELIMITED BY SIZE
						INTO ExceptionLine
				ELSE
					STRING "Rejected record: " DELIMITED BY SIZE
						WSdata DELIMITED BY SIZE
						INTO ExceptionLine
				END-IF
				MOVE ExceptionLine TO ExceptionRec
				WRITE ExceptionRec
				MOVE SPACES TO ExceptionLine
				PERFORM SearchReqIdx
				IF ReqFoundIdx > 0
					MOVE 'Y' TO ReqMatched
				ELSE
					IF BlkCount > 0
						PERFORM FindAnyBlock
						MOVE BlkMatchSw TO ReqMatched
					END-IF
				END-IF
				IF Bool = 't' AND ReqMatched = 'Y' AND CanCount <= MaxCourses
					MOVE Course TO CanTake(CanCount)
CLOSE IN-FILE.
PERFORM AgeIncompletes.
PERFORM ComputeAttempted.
IF CalCount > 0
	PERFORM SortTermTable
END-IF
CLOSE EXCEPTIONS-FILE.

PERFORM ComputeStillRequired.
DISPLAY "Major:             " MajorCode
STRING "Major:             " DELIMITED BY SIZE MajorCode DELIMITED BY SIZE INTO RptLine
PERFORM WriteRptLine
IF StuCatYear NOT = 9999
	DISPLAY "Catalog year:      " StuCatYear
	STRING "Catalog year:      " DELIMITED BY SIZE StuCatYear DELIMITED BY SIZE INTO RptLine
	PERFORM WriteRptLine
END-IF
IF DegVerText NOT = SPACES
	DISPLAY "Requirements:      " DegVerText
	STRING "Requirements:      " DELIMITED BY SIZE DegVerText DELIMITED BY SIZE INTO RptLine
	PERFORM WriteRptLine
END-IF
IF StuHoldCount > 0
	DISPLAY "Holds:             " FUNCTION TRIM(StuHoldText)
	STRING "Holds:             " DELIMITED BY SIZE
		FUNCTION TRIM(StuHoldText) DELIMITED BY SIZE
		INTO RptLine
	PERFORM WriteRptLine
	IF StuHoldBlock = 'Y'
		DISPLAY "  Registration is blocked until the hold is released."
		MOVE "  Registration is blocked until the hold is released." TO RptLine
		PERFORM WriteRptLine
	END-IF
END-IF
DISPLAY "Remaining credits to graduation: " RemainingCredits
MOVE RemainingCredits TO RemainingCreditsEdit
STRING "Remaining credits to graduation: " DELIMITED BY SIZE FUNCTION TRIM(RemainingCreditsEdit) DELIMITED BY SIZE INTO RptLine
MOVE "Still required for your degree:" TO RptLine
PERFORM WriteRptLine
PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
	PERFORM FormatStillReq
	DISPLAY StillReqText
	MOVE StillReqText TO RptLine
	PERFORM WriteRptLine
END-PERFORM
IF AppliedSwCount > 0
		"," DELIMITED BY SIZE
		FUNCTION TRIM(AdvisorCode) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(ProgSummary) DELIMITED BY SIZE
		"," DELIMITED BY SIZE
		FUNCTION TRIM(CsvCanList) DELIMITED BY SIZE
		INTO CsvLine
	IF MasterWriteMode = 'B'
	PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > 100
		MOVE SPACE TO PlanTaken(PlanIdx)
		MOVE SPACE TO PlanThisTerm(PlanIdx)
		MOVE ZERO TO PlanBlkLeft(PlanIdx)
		MOVE ZERO TO PlanBlkTerm(PlanIdx)
		IF StillRequired(PlanIdx) NOT = SPACES
			MOVE PlanIdx TO PlanStillCount
			IF StillBlk(PlanIdx) > 0
				MOVE PlanIdx TO ReqIdx
				PERFORM ComputeBlockLeft
				MOVE BlkLeft TO PlanBlkLeft(PlanIdx)
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO RptLine
	ELSE
		MOVE ZERO TO PlanPlacedTotal
		MOVE 'N' TO PlanDone
		MOVE 'N' TO PlanCalEnd
		MOVE 'N' TO PlanCalSw
		IF CalCount > 0 AND CalCurrPos > 0
			MOVE 'Y' TO PlanCalSw
			MOVE CalCurrPos TO PlanCalPos
		END-IF
		PERFORM VARYING PlanTermNbr FROM 1 BY 1
				UNTIL PlanTermNbr > PlanMaxTerms OR PlanDone = 'Y'
			IF PlanCalSw = 'Y'
				PERFORM PlanNextCalTerm
			END-IF
			MOVE ZERO TO PlanTermHours
			MOVE 'N' TO PlanProgress
			MOVE 'N' TO PlanOffSkip
			PERFORM VARYING PlanIdx FROM 1 BY 1
					UNTIL PlanIdx > PlanStillCount OR PlanDone = 'Y'
				IF StillRequired(PlanIdx) NOT = SPACES
						AND PlanTaken(PlanIdx) NOT = 'Y'
					IF StillBlk(PlanIdx) > 0
						PERFORM PlanPlaceBlock
					ELSE
						MOVE StillRequired(PlanIdx) TO Course
						PERFORM FindCatalog
						IF CatFoundIdx = 0
							MOVE 3 TO PlanCourseHours
							MOVE SPACES TO PlanPrereqText
						ELSE
							MOVE CatHours(CatFoundIdx) TO PlanCourseHours
							MOVE CatPrereqs(CatFoundIdx) TO PlanPrereqText
						END-IF
						IF PlanTermHours + PlanCourseHours <= PlanHourCap
							PERFORM PlanCheckOffered
							IF PlanOK = 'Y'
								PERFORM PlanEvalPrereqs
							END-IF
							IF PlanOK = 'Y'
								MOVE 'Y' TO PlanThisTerm(PlanIdx)
								COMPUTE PlanTermHours = PlanTermHours + PlanCourseHours
								MOVE 'Y' TO PlanProgress
							END-IF
						END-IF
					END-IF
				END-IF
			END-PERFORM
			IF PlanProgress = 'N'
				IF PlanCalSw = 'Y' AND PlanOffSkip = 'Y' AND PlanDone = 'N'
					STRING FUNCTION TRIM(CalName(PlanCalPos)) DELIMITED BY SIZE
						" (" DELIMITED BY SIZE
						FUNCTION TRIM(CalCode(PlanCalPos)) DELIMITED BY SIZE
						"): nothing remaining is offered this term" DELIMITED BY SIZE
						INTO RptLine
					DISPLAY RptLine
					PERFORM WriteRptLine
				ELSE
					MOVE 'Y' TO PlanDone
				END-IF
			ELSE
				IF PlanCalSw = 'Y'
					STRING FUNCTION TRIM(CalName(PlanCalPos)) DELIMITED BY SIZE
						" (" DELIMITED BY SIZE
						FUNCTION TRIM(CalCode(PlanCalPos)) DELIMITED BY SIZE
						", " DELIMITED BY SIZE
						PlanTermHours DELIMITED BY SIZE
						" hours):" DELIMITED BY SIZE
						INTO RptLine
				ELSE
					STRING "Term " DELIMITED BY SIZE
						PlanTermNbr DELIMITED BY SIZE
						" (" DELIMITED BY SIZE
						PlanTermHours DELIMITED BY SIZE
						" hours):" DELIMITED BY SIZE
						INTO RptLine
				END-IF
				DISPLAY RptLine
				PERFORM WriteRptLine
				PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanStillCount
					IF PlanThisTerm(PlanIdx) = 'Y'
						IF StillBlk(PlanIdx) > 0
							PERFORM PlanWriteBlock
						ELSE
							DISPLAY "  " StillRequired(PlanIdx)
							STRING "  " DELIMITED BY SIZE
								StillRequired(PlanIdx) DELIMITED BY SIZE
								INTO RptLine
							PERFORM WriteRptLine
							MOVE 'Y' TO PlanTaken(PlanIdx)
							COMPUTE PlanPlacedTotal = PlanPlacedTotal + 1
						END-IF
						MOVE SPACE TO PlanThisTerm(PlanIdx)
					END-IF
				END-PERFORM
				IF PlanPlacedTotal >= PlanStillCount
					MOVE 'Y' TO PlanDone
					MOVE 'Y' TO PlanComplete
					MOVE PlanTermNbr TO PlanTermsUsed
					IF PlanCalSw = 'Y'
						STRING "Projected graduation: " DELIMITED BY SIZE
							FUNCTION TRIM(CalName(PlanCalPos)) DELIMITED BY SIZE
							" (" DELIMITED BY SIZE
							FUNCTION TRIM(CalCode(PlanCalPos)) DELIMITED BY SIZE
							")" DELIMITED BY SIZE
							INTO RptLine
					ELSE
						STRING "Projected graduation: Term " DELIMITED BY SIZE
							PlanTermNbr DELIMITED BY SIZE
							INTO RptLine
					END-IF
					DISPLAY RptLine
					PERFORM WriteRptLine
				END-IF
			END-IF
		END-PERFORM
		IF PlanCalEnd = 'Y'
			MOVE "The term calendar has no further terms to plan onto." TO RptLine
			DISPLAY RptLine
			PERFORM WriteRptLine
		END-IF
		IF PlanPlacedTotal < PlanStillCount
			MOVE "Could not be scheduled (check prerequisites):" TO RptLine
			DISPLAY RptLine
			PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanStillCount
				IF StillRequired(PlanIdx) NOT = SPACES
						AND PlanTaken(PlanIdx) NOT = 'Y'
					MOVE PlanIdx TO ReqIdx
					PERFORM FormatStillReq
					DISPLAY "  " StillReqText
					STRING "  " DELIMITED BY SIZE
						StillReqText DELIMITED BY SIZE
						INTO RptLine
					PERFORM WriteRptLine
				END-IF
		END-IF
	END-IF.

PlanNextCalTerm.
	IF PlanTermNbr > 1
		COMPUTE PlanCalPos = PlanCalPos + 1
	END-IF
	MOVE 'N' TO PlanCalOK
	PERFORM UNTIL PlanCalPos > CalCount OR PlanCalOK = 'Y'
		IF PlanSummer = 'Y' OR CalType(PlanCalPos) NOT = "SU"
			MOVE 'Y' TO PlanCalOK
		ELSE
			COMPUTE PlanCalPos = PlanCalPos + 1
		END-IF
	END-PERFORM
	IF PlanCalOK = 'N'
		MOVE 'Y' TO PlanDone
		MOVE 'Y' TO PlanCalEnd
	END-IF.

PlanCheckOffered.
	MOVE 'Y' TO PlanOK
	IF PlanCalSw = 'Y' AND CatFoundIdx > 0
		IF CatTerms(CatFoundIdx) NOT = SPACES
			MOVE ZERO TO PlanTermHit
			INSPECT CatTerms(CatFoundIdx) TALLYING PlanTermHit
				FOR ALL CalType(PlanCalPos)
			IF PlanTermHit = 0
				MOVE 'N' TO PlanOK
				MOVE 'Y' TO PlanOffSkip
			END-IF
		END-IF
	END-IF.

PlanPlaceBlock.
	MOVE StillBlk(PlanIdx) TO BlkIdx
	MOVE 'N' TO PlanOK
	PERFORM UNTIL PlanBlkLeft(PlanIdx) = 0 OR PlanOK = 'Y'
		IF BlkUnit(BlkIdx) = 'C' OR PlanBlkLeft(PlanIdx) >= 3
			MOVE 3 TO PlanChunk
		ELSE
			MOVE PlanBlkLeft(PlanIdx) TO PlanChunk
		END-IF
		IF PlanTermHours + PlanChunk > PlanHourCap
			MOVE 'Y' TO PlanOK
		ELSE
			COMPUTE PlanTermHours = PlanTermHours + PlanChunk
			COMPUTE PlanBlkTerm(PlanIdx) = PlanBlkTerm(PlanIdx) + PlanChunk
			IF BlkUnit(BlkIdx) = 'C'
				COMPUTE PlanBlkLeft(PlanIdx) = PlanBlkLeft(PlanIdx) - 1
			ELSE
				COMPUTE PlanBlkLeft(PlanIdx) = PlanBlkLeft(PlanIdx) - PlanChunk
			END-IF
			MOVE 'Y' TO PlanThisTerm(PlanIdx)
			MOVE 'Y' TO PlanProgress
		END-IF
	END-PERFORM.

PlanWriteBlock.
	STRING "  " DELIMITED BY SIZE
		FUNCTION TRIM(StillRequired(PlanIdx)) DELIMITED BY SIZE
		" (elective block, " DELIMITED BY SIZE
		PlanBlkTerm(PlanIdx) DELIMITED BY SIZE
		" hours)" DELIMITED BY SIZE
		INTO RptLine
	DISPLAY RptLine
	PERFORM WriteRptLine
	MOVE ZERO TO PlanBlkTerm(PlanIdx)
	IF PlanBlkLeft(PlanIdx) = 0
		MOVE 'Y' TO PlanTaken(PlanIdx)
		COMPUTE PlanPlacedTotal = PlanPlacedTotal + 1
	END-IF.

PlanEvalPrereqs.
	MOVE 'Y' TO PlanOK
	IF PlanPrereqText NOT = SPACES
		INTO RptLine
	DISPLAY RptLine
	PERFORM WriteRptLine
	IF StuHoldBlock = 'Y'
		MOVE "  (withheld - blocking hold on file)" TO RptLine
		DISPLAY RptLine
		PERFORM WriteRptLine
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING CsvIdx FROM 1 BY 1
			UNTIL CsvIdx > MaxCourses OR CanTake(CsvIdx) = "NULL"
		IF SchedCandCount < 150
			UNTIL ReqIdx > 100 OR StillRequired(ReqIdx) = SPACES
		MOVE 'N' TO SchedEligible
		MOVE StillRequired(ReqIdx) TO Course
		IF StillBlk(ReqIdx) = 0
			PERFORM SchedCheckEligible
		END-IF
		IF SchedEligible = 'Y' AND SchedCandCount < 150
			COMPUTE SchedCandCount = SchedCandCount + 1
			MOVE StillRequired(ReqIdx) TO SchedCand(SchedCandCount)
