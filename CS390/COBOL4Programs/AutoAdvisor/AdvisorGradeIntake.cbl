		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AdvisorGradeIntake.
Author. Ryan Custard.
DATE-WRITTEN.October 15th 2026

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ROSTER-FILE ASSIGN TO RosterPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS RosterStatus.
		SELECT STANDING-POLICY-FILE ASSIGN TO PolicyPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS PolicyStatus.
		SELECT ENROLLMENT-FILE ASSIGN TO EnrollPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS EnrollStatus.
		SELECT STUDENT-MASTER-FILE ASSIGN TO MasterPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS MasterStatus.
		SELECT TRANSACTION-FILE ASSIGN TO TxPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT EXCEPTION-RPT-FILE ASSIGN TO ExcRptPath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT BALANCE-RPT-FILE ASSIGN TO BalRptPath
			ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.

FILE SECTION.

FD ROSTER-FILE.
	01 RosterRec PIC X(100).

FD STANDING-POLICY-FILE.
	01 PolicyRec PIC X(80).

FD ENROLLMENT-FILE.
	01 EnrollRec PIC X(100).

FD STUDENT-MASTER-FILE.
	01 MasterRec PIC X(300).

FD TRANSACTION-FILE.
	01 TxRec PIC X(100).

FD EXCEPTION-RPT-FILE.
	01 ExcRptRec PIC X(150).

FD BALANCE-RPT-FILE.
	01 BalRptRec PIC X(100).


WORKING-STORAGE SECTION.
01 RosterPath         PIC X(30).
01 RosterStatus       PIC X(2) VALUE '00'.
01 RosterEOF          PIC X(1).
01 PolicyPath         PIC X(30).
01 PolicyStatus       PIC X(2) VALUE '00'.
01 PolicyEOF          PIC X(1).
01 PolicyKey          PIC X(20).
01 PolicyValRaw       PIC X(20).
01 PolicyVal2Raw      PIC X(10).
01 EnrollPath         PIC X(30).
01 EnrollStatus       PIC X(2) VALUE '00'.
01 EnrollEOF          PIC X(1).
01 MasterPath         PIC X(30).
01 MasterStatus       PIC X(2) VALUE '00'.
01 MasterEOF          PIC X(1).
01 TxPath             PIC X(30).
01 ExcRptPath         PIC X(30).
01 BalRptPath         PIC X(30).
01 GradeScaleCount    PIC 99 VALUE ZERO.
01 GradeScaleTable.
	02 GradeScaleEntry OCCURS 20 TIMES.
		03 GsCode        PIC X(2).
		03 GsPoints      PIC 9V99.
01 GsIdx              PIC 99.
01 GsFoundIdx         PIC 99.
01 GradeLookup        PIC X(2).
01 GradePointVal      PIC 9V99 VALUE ZERO.
01 EnrCount           PIC 9(4) VALUE ZERO.
01 EnrIdx             PIC 9(4).
01 EnrFoundIdx        PIC 9(4).
01 EnrDropCount       PIC 9(5) VALUE ZERO.
01 EnrTable.
	02 EnrEntry OCCURS 2000 TIMES.
		03 EnrId         PIC X(10).
		03 EnrCourse     PIC X(30).
		03 EnrTerm       PIC X(20).
		03 EnrSection    PIC X(5).
		03 EnrGraded     PIC X(1).
01 McCount            PIC 9(5) VALUE ZERO.
01 McIdx              PIC 9(5).
01 McDropCount        PIC 9(5) VALUE ZERO.
01 McTable.
	02 McEntry OCCURS 10000 TIMES.
		03 McId          PIC X(10).
		03 McCourse      PIC X(30).
		03 McTerm        PIC X(20).
01 MasterLine         PIC X(300).
01 MstTag             PIC X(2).
01 MstF1              PIC X(30).
01 MstF2              PIC X(30).
01 MstF3              PIC X(30).
01 MstF4              PIC X(30).
01 MstStudentId       PIC X(10).
01 RosterLine         PIC X(100).
01 RosterLineNbr      PIC 9(5) VALUE ZERO.
01 RosF1              PIC X(30).
01 RosF2              PIC X(30).
01 RosF3              PIC X(30).
01 RosF4              PIC X(30).
01 RosOpenSw          PIC X(1) VALUE 'N'.
01 RosCourse          PIC X(30).
01 RosTerm            PIC X(20).
01 RosSection         PIC X(5).
01 RosErrCount        PIC 999.
01 RosLineCount       PIC 999 VALUE ZERO.
01 RosLineIdx         PIC 999.
01 RosDropCount       PIC 9(5) VALUE ZERO.
01 RosLineTable.
	02 RosLineEntry OCCURS 300 TIMES.
		03 RlId          PIC X(10).
		03 RlGrade       PIC X(2).
		03 RlLineNbr     PIC 9(5).
		03 RlState       PIC X(1).
01 BalCount           PIC 999 VALUE ZERO.
01 BalIdx             PIC 999.
01 BalIdx2            PIC 999.
01 BalFoundIdx        PIC 999.
01 BalDropCount       PIC 9(5) VALUE ZERO.
01 BalTable.
	02 BalEntry OCCURS 500 TIMES.
		03 BalCourse     PIC X(30).
		03 BalTerm       PIC X(20).
		03 BalSection    PIC X(5).
		03 BalEnrolled   PIC 9(4).
		03 BalGraded     PIC 9(4).
		03 BalMissing    PIC 9(4).
		03 BalErrors     PIC 9(4).
		03 BalTx         PIC 9(4).
		03 BalRoster     PIC X(1).
		03 BalRejected   PIC X(1).
01 BalHold            PIC X(77).
01 BalPlacedSw        PIC X(1).
01 BalKeyCourse       PIC X(30).
01 BalKeyTerm         PIC X(20).
01 BalKeySection      PIC X(5).
01 BalSortKey1        PIC X(55).
01 BalSortKey2        PIC X(55).
01 RosterHeardSw      PIC X(1).
01 WorkId             PIC X(10).
01 WorkGrade          PIC X(2).
01 TxAction           PIC X(6).
01 TxLine             PIC X(100).
01 ExcLine            PIC X(150).
01 ExcText            PIC X(100).
01 ExcPrefix          PIC X(60).
01 BalLine            PIC X(100).
01 BalStatusText      PIC X(20).
01 CountEdit          PIC ZZZ9.
01 CountEdit2         PIC ZZZ9.
01 CountEdit3         PIC ZZZ9.
01 CountEdit4         PIC ZZZ9.
01 CountEdit5         PIC ZZZ9.
01 RosterCount        PIC 9(5) VALUE ZERO.
01 RosterCleanCount   PIC 9(5) VALUE ZERO.
01 RosterRejectCount  PIC 9(5) VALUE ZERO.
01 ExcCount           PIC 9(5) VALUE ZERO.
01 MissingCount       PIC 9(5) VALUE ZERO.
01 NoRosterCount      PIC 9(5) VALUE ZERO.
01 TxAddCount         PIC 9(5) VALUE ZERO.
01 TxChangeCount      PIC 9(5) VALUE ZERO.
01 TotEnrolled        PIC 9(5) VALUE ZERO.
01 TotGraded          PIC 9(5) VALUE ZERO.
01 TotMissing         PIC 9(5) VALUE ZERO.
01 TotErrors          PIC 9(5) VALUE ZERO.
01 TotTx              PIC 9(5) VALUE ZERO.
01 TotEdit            PIC ZZZZ9.
01 TotEdit2           PIC ZZZZ9.
01 TotEdit3           PIC ZZZZ9.
01 TotEdit4           PIC ZZZZ9.
01 TotEdit5           PIC ZZZZ9.
01 RunDate            PIC 9(8).


PROCEDURE DIVISION.
DISPLAY "Please enter the name of the instructor grade roster file"
DISPLAY "(ROSTER|Course|Term|Section header, then StudentId|Grade lines)."
ACCEPT RosterPath

DISPLAY "Please enter the name of the standing policy file, or press Enter for the default grade scale."
ACCEPT PolicyPath

DISPLAY "Please enter the name of the enrollment file (StudentId|Course|Term per line)."
ACCEPT EnrollPath

DISPLAY "Please enter the name of the student master file, or press Enter if none"
DISPLAY "(without a master every grade is written as an ADD)."
ACCEPT MasterPath

DISPLAY "Please enter the name of the grade transaction file to create."
ACCEPT TxPath

DISPLAY "Please enter the name of the grade exception report to create."
ACCEPT ExcRptPath

DISPLAY "Please enter the name of the section balancing report to create."
ACCEPT BalRptPath

IF RosterPath = SPACES OR EnrollPath = SPACES OR TxPath = SPACES
		OR ExcRptPath = SPACES OR BalRptPath = SPACES
	DISPLAY "ERROR: a roster file, an enrollment file, a transaction file"
	DISPLAY "and both report files are required."
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

PERFORM InitGradeScale
IF PolicyPath NOT = SPACES
	PERFORM LoadPolicy
END-IF
PERFORM LoadEnrollments
IF MasterPath NOT = SPACES
	PERFORM LoadMasterCourses
END-IF
ACCEPT RunDate FROM DATE YYYYMMDD

OPEN INPUT ROSTER-FILE
IF RosterStatus NOT = '00'
	DISPLAY "ERROR: could not open roster file "
		FUNCTION TRIM(RosterPath) " (status " RosterStatus ")"
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF
OPEN OUTPUT TRANSACTION-FILE
OPEN OUTPUT EXCEPTION-RPT-FILE
OPEN OUTPUT BALANCE-RPT-FILE
MOVE SPACES TO ExcLine
STRING "GRADE ROSTER EXCEPTIONS - run date " DELIMITED BY SIZE
	RunDate DELIMITED BY SIZE
	INTO ExcLine
MOVE ExcLine TO ExcRptRec
WRITE ExcRptRec
MOVE SPACES TO ExcLine

MOVE SPACE TO RosterEOF
PERFORM UNTIL RosterEOF = 'Y'
	READ ROSTER-FILE INTO RosterLine
		AT END MOVE 'Y' TO RosterEOF
	END-READ
	IF RosterEOF NOT = 'Y'
		COMPUTE RosterLineNbr = RosterLineNbr + 1
		IF RosterLine NOT = SPACES AND RosterLine(1:1) NOT = '*'
			PERFORM HandleRosterLine
		END-IF
	END-IF
END-PERFORM
IF RosOpenSw = 'Y'
	PERFORM FinishRoster
END-IF
CLOSE ROSTER-FILE

PERFORM CheckMissingGrades
PERFORM SortBalance
PERFORM WriteBalanceReport

MOVE SPACES TO ExcLine
STRING "Intake complete: " DELIMITED BY SIZE
	ExcCount DELIMITED BY SIZE
	" exception(s) found" DELIMITED BY SIZE
	INTO ExcLine
MOVE ExcLine TO ExcRptRec
WRITE ExcRptRec
CLOSE TRANSACTION-FILE
CLOSE EXCEPTION-RPT-FILE
CLOSE BALANCE-RPT-FILE

DISPLAY "Rosters read:              " RosterCount
DISPLAY "Rosters accepted:          " RosterCleanCount
DISPLAY "Rosters rejected:          " RosterRejectCount
DISPLAY "ADD transactions written:  " TxAddCount
DISPLAY "CHANGE transactions:       " TxChangeCount
DISPLAY "Missing grades:            " MissingCount
DISPLAY "Sections with no roster:   " NoRosterCount
DISPLAY "Exceptions reported:       " ExcCount
IF EnrDropCount > 0 OR McDropCount > 0 OR RosDropCount > 0 OR BalDropCount > 0
	MOVE 8 TO RETURN-CODE
ELSE
	IF ExcCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF
END-IF
STOP RUN.

InitGradeScale.
	MOVE ZERO TO GradeScaleCount
	MOVE "A" TO GradeLookup
	MOVE 4.00 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "A-" TO GradeLookup
	MOVE 3.70 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "B+" TO GradeLookup
	MOVE 3.30 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "B" TO GradeLookup
	MOVE 3.00 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "B-" TO GradeLookup
	MOVE 2.70 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "C+" TO GradeLookup
	MOVE 2.30 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "C" TO GradeLookup
	MOVE 2.00 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "C-" TO GradeLookup
	MOVE 1.70 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "D+" TO GradeLookup
	MOVE 1.30 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "D" TO GradeLookup
	MOVE 1.00 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "D-" TO GradeLookup
	MOVE 0.70 TO GradePointVal
	PERFORM SetGradeScale
	MOVE "F" TO GradeLookup
	MOVE ZERO TO GradePointVal
	PERFORM SetGradeScale.

SetGradeScale.
	PERFORM FindGradeScale
	IF GsFoundIdx = 0
		IF GradeScaleCount < 20
			COMPUTE GradeScaleCount = GradeScaleCount + 1
			MOVE GradeScaleCount TO GsFoundIdx
			MOVE GradeLookup TO GsCode(GsFoundIdx)
		END-IF
	END-IF.

FindGradeScale.
	MOVE ZERO TO GsFoundIdx
	PERFORM VARYING GsIdx FROM 1 BY 1 UNTIL GsIdx > GradeScaleCount
		IF GsCode(GsIdx) = GradeLookup
			MOVE GsIdx TO GsFoundIdx
		END-IF
	END-PERFORM.

LoadPolicy.
	MOVE SPACE TO PolicyEOF
	OPEN INPUT STANDING-POLICY-FILE
	IF PolicyStatus NOT = '00'
		DISPLAY "WARNING: could not open policy file "
			FUNCTION TRIM(PolicyPath) " (status " PolicyStatus
			"); the default grade scale is used"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL PolicyEOF = 'Y'
		READ STANDING-POLICY-FILE
			AT END MOVE 'Y' TO PolicyEOF
		END-READ
		IF PolicyEOF NOT = 'Y'
			MOVE SPACES TO PolicyKey
			MOVE SPACES TO PolicyValRaw
			MOVE SPACES TO PolicyVal2Raw
			UNSTRING PolicyRec DELIMITED BY '|'
				INTO PolicyKey, PolicyValRaw, PolicyVal2Raw
			IF PolicyKey = "GRADE"
				MOVE PolicyValRaw(1:2) TO GradeLookup
				PERFORM SetGradeScale
			END-IF
		END-IF
	END-PERFORM
	CLOSE STANDING-POLICY-FILE.

LoadEnrollments.
	MOVE SPACE TO EnrollEOF
	MOVE ZERO TO EnrCount
	OPEN INPUT ENROLLMENT-FILE
	IF EnrollStatus NOT = '00'
		DISPLAY "ERROR: could not open enrollment file "
			FUNCTION TRIM(EnrollPath) " (status " EnrollStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL EnrollEOF = 'Y'
		READ ENROLLMENT-FILE
			AT END MOVE 'Y' TO EnrollEOF
		END-READ
		IF EnrollEOF NOT = 'Y' AND EnrollRec NOT = SPACES
			IF EnrCount < 2000
				COMPUTE EnrCount = EnrCount + 1
				MOVE SPACES TO EnrEntry(EnrCount)
				UNSTRING EnrollRec DELIMITED BY '|'
					INTO EnrId(EnrCount), EnrCourse(EnrCount), EnrTerm(EnrCount),
						EnrSection(EnrCount)
				MOVE 'N' TO EnrGraded(EnrCount)
			ELSE
				COMPUTE EnrDropCount = EnrDropCount + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE ENROLLMENT-FILE
	DISPLAY "Enrollment rows loaded: " EnrCount
	IF EnrDropCount > 0
		DISPLAY "ERROR: enrollment table is full; " EnrDropCount
			" enrollment line(s) were ignored"
	END-IF.

LoadMasterCourses.
	MOVE SPACE TO MasterEOF
	MOVE SPACES TO MstStudentId
	OPEN INPUT STUDENT-MASTER-FILE
	IF MasterStatus NOT = '00'
		DISPLAY "ERROR: could not open student master file "
			FUNCTION TRIM(MasterPath) " (status " MasterStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL MasterEOF = 'Y'
		READ STUDENT-MASTER-FILE INTO MasterLine
			AT END MOVE 'Y' TO MasterEOF
		END-READ
		IF MasterEOF NOT = 'Y'
			MOVE SPACES TO MstTag
			MOVE SPACES TO MstF1
			MOVE SPACES TO MstF2
			MOVE SPACES TO MstF3
			MOVE SPACES TO MstF4
			UNSTRING MasterLine DELIMITED BY '|'
				INTO MstTag, MstF1, MstF2, MstF3, MstF4
			EVALUATE MstTag
				WHEN "S"
					MOVE MstF1(1:10) TO MstStudentId
				WHEN "C"
					IF McCount < 10000
						COMPUTE McCount = McCount + 1
						MOVE MstStudentId TO McId(McCount)
						MOVE MstF1 TO McCourse(McCount)
						MOVE MstF4(1:20) TO McTerm(McCount)
					ELSE
						COMPUTE McDropCount = McDropCount + 1
					END-IF
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE STUDENT-MASTER-FILE
	DISPLAY "Master course records loaded: " McCount
	IF McDropCount > 0
		DISPLAY "ERROR: master course table is full; " McDropCount
			" course record(s) were ignored"
	END-IF.

HandleRosterLine.
	MOVE SPACES TO RosF1
	MOVE SPACES TO RosF2
	MOVE SPACES TO RosF3
	MOVE SPACES TO RosF4
	UNSTRING RosterLine DELIMITED BY '|'
		INTO RosF1, RosF2, RosF3, RosF4
	IF FUNCTION UPPER-CASE(RosF1) = "ROSTER"
		IF RosOpenSw = 'Y'
			PERFORM FinishRoster
		END-IF
		MOVE 'Y' TO RosOpenSw
		MOVE ZERO TO RosLineCount
		MOVE ZERO TO RosErrCount
		MOVE RosF2 TO RosCourse
		MOVE RosF3(1:20) TO RosTerm
		MOVE RosF4(1:5) TO RosSection
		COMPUTE RosterCount = RosterCount + 1
		IF RosCourse = SPACES OR RosTerm = SPACES
			MOVE SPACES TO ExcPrefix
			STRING "ROSTER line " DELIMITED BY SIZE
				RosterLineNbr DELIMITED BY SIZE
				INTO ExcPrefix
			MOVE "roster header has no course or term" TO ExcText
			PERFORM WriteExcLine
			COMPUTE RosErrCount = RosErrCount + 1
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF RosOpenSw NOT = 'Y'
		MOVE SPACES TO ExcPrefix
		STRING "ROSTER line " DELIMITED BY SIZE
			RosterLineNbr DELIMITED BY SIZE
			INTO ExcPrefix
		STRING "grade line for " DELIMITED BY SIZE
			FUNCTION TRIM(RosF1) DELIMITED BY SIZE
			" comes before any ROSTER header; ignored" DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	IF RosLineCount < 300
		COMPUTE RosLineCount = RosLineCount + 1
		MOVE RosF1(1:10) TO RlId(RosLineCount)
		MOVE FUNCTION UPPER-CASE(RosF2(1:2)) TO RlGrade(RosLineCount)
		MOVE RosterLineNbr TO RlLineNbr(RosLineCount)
		MOVE SPACE TO RlState(RosLineCount)
	ELSE
		COMPUTE RosDropCount = RosDropCount + 1
		COMPUTE RosErrCount = RosErrCount + 1
		PERFORM SetRosterPrefix
		STRING "roster holds more than 300 students; " DELIMITED BY SIZE
			FUNCTION TRIM(RosF1) DELIMITED BY SIZE
			" was not read" DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
	END-IF.

SetRosterPrefix.
	MOVE SPACES TO ExcPrefix
	STRING FUNCTION TRIM(RosCourse) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(RosTerm) DELIMITED BY SIZE
		" sec " DELIMITED BY SIZE
		FUNCTION TRIM(RosSection) DELIMITED BY SIZE
		" line " DELIMITED BY SIZE
		RosterLineNbr DELIMITED BY SIZE
		INTO ExcPrefix.

FinishRoster.
	MOVE 'N' TO RosOpenSw
	MOVE RosCourse TO BalKeyCourse
	MOVE RosTerm TO BalKeyTerm
	MOVE RosSection TO BalKeySection
	PERFORM FindOrAddBalance
	IF BalFoundIdx = 0
		COMPUTE RosErrCount = RosErrCount + 1
	ELSE
		MOVE 'Y' TO BalRoster(BalFoundIdx)
	END-IF
	PERFORM VARYING RosLineIdx FROM 1 BY 1 UNTIL RosLineIdx > RosLineCount
		PERFORM CheckRosterLine
	END-PERFORM
	IF RosErrCount > 0
		COMPUTE RosterRejectCount = RosterRejectCount + 1
		IF BalFoundIdx > 0
			MOVE 'Y' TO BalRejected(BalFoundIdx)
		END-IF
		MOVE SPACES TO ExcPrefix
		STRING FUNCTION TRIM(RosCourse) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(RosTerm) DELIMITED BY SIZE
			" sec " DELIMITED BY SIZE
			FUNCTION TRIM(RosSection) DELIMITED BY SIZE
			INTO ExcPrefix
		MOVE RosErrCount TO CountEdit
		STRING "ROSTER REJECTED - " DELIMITED BY SIZE
			FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
			" error(s); no transactions written for this section"
				DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	COMPUTE RosterCleanCount = RosterCleanCount + 1
	PERFORM VARYING RosLineIdx FROM 1 BY 1 UNTIL RosLineIdx > RosLineCount
		IF RlState(RosLineIdx) = 'G'
			PERFORM WriteGradeTx
		END-IF
	END-PERFORM.

CheckRosterLine.
	MOVE RlLineNbr(RosLineIdx) TO RosterLineNbr
	MOVE RlId(RosLineIdx) TO WorkId
	MOVE RlGrade(RosLineIdx) TO WorkGrade
	IF WorkId = SPACES
		MOVE 'E' TO RlState(RosLineIdx)
		COMPUTE RosErrCount = RosErrCount + 1
		PERFORM SetRosterPrefix
		MOVE "grade line has no student id" TO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	PERFORM FindEnrollment
	IF EnrFoundIdx = 0
		MOVE 'E' TO RlState(RosLineIdx)
		COMPUTE RosErrCount = RosErrCount + 1
		IF BalFoundIdx > 0
			COMPUTE BalErrors(BalFoundIdx) = BalErrors(BalFoundIdx) + 1
		END-IF
		PERFORM SetRosterPrefix
		STRING FUNCTION TRIM(WorkId) DELIMITED BY SIZE
			" is not enrolled in " DELIMITED BY SIZE
			FUNCTION TRIM(RosCourse) DELIMITED BY SIZE
			" for " DELIMITED BY SIZE
			FUNCTION TRIM(RosTerm) DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	IF EnrGraded(EnrFoundIdx) = 'Y'
		MOVE 'E' TO RlState(RosLineIdx)
		COMPUTE RosErrCount = RosErrCount + 1
		IF BalFoundIdx > 0
			COMPUTE BalErrors(BalFoundIdx) = BalErrors(BalFoundIdx) + 1
		END-IF
		PERFORM SetRosterPrefix
		STRING FUNCTION TRIM(WorkId) DELIMITED BY SIZE
			" already has a grade for this course and term" DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	IF WorkGrade NOT = SPACES AND BalFoundIdx > 0
		COMPUTE BalGraded(BalFoundIdx) = BalGraded(BalFoundIdx) + 1
	END-IF
	IF EnrSection(EnrFoundIdx) = SPACES
		MOVE RosSection TO EnrSection(EnrFoundIdx)
	END-IF
	IF WorkGrade = SPACES
		MOVE 'M' TO RlState(RosLineIdx)
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO EnrGraded(EnrFoundIdx)
	MOVE WorkGrade TO GradeLookup
	PERFORM FindGradeScale
	IF GsFoundIdx = 0 AND WorkGrade NOT = 'W' AND WorkGrade NOT = 'I'
		MOVE 'E' TO RlState(RosLineIdx)
		COMPUTE RosErrCount = RosErrCount + 1
		IF BalFoundIdx > 0
			COMPUTE BalErrors(BalFoundIdx) = BalErrors(BalFoundIdx) + 1
		END-IF
		PERFORM SetRosterPrefix
		STRING FUNCTION TRIM(WorkId) DELIMITED BY SIZE
			" has grade " DELIMITED BY SIZE
			FUNCTION TRIM(WorkGrade) DELIMITED BY SIZE
			", which is not on the grade scale" DELIMITED BY SIZE
			INTO ExcText
		PERFORM WriteExcLine
		EXIT PARAGRAPH
	END-IF
	MOVE 'G' TO RlState(RosLineIdx).

FindEnrollment.
	MOVE ZERO TO EnrFoundIdx
	PERFORM VARYING EnrIdx FROM 1 BY 1
			UNTIL EnrIdx > EnrCount OR EnrFoundIdx > 0
		IF EnrId(EnrIdx) = WorkId AND EnrCourse(EnrIdx) = RosCourse
				AND EnrTerm(EnrIdx) = RosTerm
			IF EnrSection(EnrIdx) = SPACES OR EnrSection(EnrIdx) = RosSection
				MOVE EnrIdx TO EnrFoundIdx
			END-IF
		END-IF
	END-PERFORM.

WriteGradeTx.
	MOVE RlId(RosLineIdx) TO WorkId
	MOVE "ADD" TO TxAction
	PERFORM VARYING McIdx FROM 1 BY 1 UNTIL McIdx > McCount
		IF McId(McIdx) = WorkId AND McCourse(McIdx) = RosCourse
				AND McTerm(McIdx) = RosTerm
			MOVE "CHANGE" TO TxAction
		END-IF
	END-PERFORM
	MOVE SPACES TO TxLine
	STRING FUNCTION TRIM(TxAction) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(WorkId) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(RosCourse) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(RlGrade(RosLineIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(RosTerm) DELIMITED BY SIZE
		INTO TxLine
	MOVE TxLine TO TxRec
	WRITE TxRec
	IF TxAction = "ADD"
		COMPUTE TxAddCount = TxAddCount + 1
	ELSE
		COMPUTE TxChangeCount = TxChangeCount + 1
	END-IF
	COMPUTE BalTx(BalFoundIdx) = BalTx(BalFoundIdx) + 1.

FindOrAddBalance.
	MOVE ZERO TO BalFoundIdx
	PERFORM VARYING BalIdx FROM 1 BY 1
			UNTIL BalIdx > BalCount OR BalFoundIdx > 0
		IF BalCourse(BalIdx) = BalKeyCourse AND BalTerm(BalIdx) = BalKeyTerm
				AND BalSection(BalIdx) = BalKeySection
			MOVE BalIdx TO BalFoundIdx
		END-IF
	END-PERFORM
	IF BalFoundIdx = 0
		IF BalCount < 500
			COMPUTE BalCount = BalCount + 1
			MOVE BalCount TO BalFoundIdx
			MOVE BalKeyCourse TO BalCourse(BalCount)
			MOVE BalKeyTerm TO BalTerm(BalCount)
			MOVE BalKeySection TO BalSection(BalCount)
			MOVE ZERO TO BalEnrolled(BalCount)
			MOVE ZERO TO BalGraded(BalCount)
			MOVE ZERO TO BalMissing(BalCount)
			MOVE ZERO TO BalErrors(BalCount)
			MOVE ZERO TO BalTx(BalCount)
			MOVE 'N' TO BalRoster(BalCount)
			MOVE 'N' TO BalRejected(BalCount)
		ELSE
			COMPUTE BalDropCount = BalDropCount + 1
		END-IF
	END-IF.

CheckMissingGrades.
	PERFORM VARYING EnrIdx FROM 1 BY 1 UNTIL EnrIdx > EnrCount
		MOVE EnrCourse(EnrIdx) TO BalKeyCourse
		MOVE EnrTerm(EnrIdx) TO BalKeyTerm
		MOVE EnrSection(EnrIdx) TO BalKeySection
		IF EnrSection(EnrIdx) = SPACES
			PERFORM VARYING BalIdx2 FROM 1 BY 1
					UNTIL BalIdx2 > BalCount OR BalKeySection NOT = SPACES
				IF BalCourse(BalIdx2) = EnrCourse(EnrIdx)
						AND BalTerm(BalIdx2) = EnrTerm(EnrIdx)
						AND BalRoster(BalIdx2) = 'Y'
					MOVE BalSection(BalIdx2) TO BalKeySection
				END-IF
			END-PERFORM
		END-IF
		PERFORM FindOrAddBalance
		IF BalFoundIdx > 0
			COMPUTE BalEnrolled(BalFoundIdx) = BalEnrolled(BalFoundIdx) + 1
		END-IF
		IF EnrGraded(EnrIdx) NOT = 'Y'
			MOVE 'N' TO RosterHeardSw
			PERFORM VARYING BalIdx2 FROM 1 BY 1 UNTIL BalIdx2 > BalCount
				IF BalCourse(BalIdx2) = EnrCourse(EnrIdx)
						AND BalTerm(BalIdx2) = EnrTerm(EnrIdx)
						AND BalRoster(BalIdx2) = 'Y'
					IF EnrSection(EnrIdx) = SPACES
							OR BalSection(BalIdx2) = EnrSection(EnrIdx)
						MOVE 'Y' TO RosterHeardSw
					END-IF
				END-IF
			END-PERFORM
			IF RosterHeardSw = 'Y'
				COMPUTE MissingCount = MissingCount + 1
				IF BalFoundIdx > 0
					COMPUTE BalMissing(BalFoundIdx) = BalMissing(BalFoundIdx) + 1
				END-IF
				MOVE SPACES TO ExcPrefix
				STRING FUNCTION TRIM(EnrCourse(EnrIdx)) DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					FUNCTION TRIM(EnrTerm(EnrIdx)) DELIMITED BY SIZE
					" sec " DELIMITED BY SIZE
					FUNCTION TRIM(BalKeySection) DELIMITED BY SIZE
					INTO ExcPrefix
				STRING "missing grade for enrolled student " DELIMITED BY SIZE
					FUNCTION TRIM(EnrId(EnrIdx)) DELIMITED BY SIZE
					INTO ExcText
				PERFORM WriteExcLine
			END-IF
		END-IF
	END-PERFORM.

SortBalance.
	PERFORM VARYING BalIdx FROM 2 BY 1 UNTIL BalIdx > BalCount
		MOVE BalEntry(BalIdx) TO BalHold
		MOVE BalHold(1:55) TO BalSortKey1
		MOVE BalIdx TO BalIdx2
		MOVE 'N' TO BalPlacedSw
		PERFORM UNTIL BalIdx2 < 2 OR BalPlacedSw = 'Y'
			MOVE BalEntry(BalIdx2 - 1)(1:55) TO BalSortKey2
			IF BalSortKey2 > BalSortKey1
				MOVE BalEntry(BalIdx2 - 1) TO BalEntry(BalIdx2)
				COMPUTE BalIdx2 = BalIdx2 - 1
			ELSE
				MOVE 'Y' TO BalPlacedSw
			END-IF
		END-PERFORM
		MOVE BalHold TO BalEntry(BalIdx2)
	END-PERFORM.

WriteExcLine.
	MOVE SPACES TO ExcLine
	STRING FUNCTION TRIM(ExcPrefix) DELIMITED BY SIZE
		": " DELIMITED BY SIZE
		FUNCTION TRIM(ExcText) DELIMITED BY SIZE
		INTO ExcLine
	MOVE ExcLine TO ExcRptRec
	WRITE ExcRptRec
	MOVE SPACES TO ExcLine
	MOVE SPACES TO ExcText
	COMPUTE ExcCount = ExcCount + 1.

WriteBalanceReport.
	MOVE SPACES TO BalLine
	STRING "SECTION GRADE BALANCING - run date " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		INTO BalLine
	PERFORM WriteBalLine
	PERFORM WriteBalLine
	MOVE "Course          Term       Sec   Enrolled Graded Missing Errors Trans  Status"
		TO BalLine
	PERFORM WriteBalLine
	PERFORM VARYING BalIdx FROM 1 BY 1 UNTIL BalIdx > BalCount
		MOVE SPACES TO BalStatusText
		EVALUATE TRUE
			WHEN BalRoster(BalIdx) NOT = 'Y'
				MOVE "NO ROSTER RECEIVED" TO BalStatusText
				COMPUTE NoRosterCount = NoRosterCount + 1
			WHEN BalRejected(BalIdx) = 'Y'
				MOVE "REJECTED" TO BalStatusText
			WHEN BalMissing(BalIdx) > 0
				MOVE "GRADES MISSING" TO BalStatusText
			WHEN BalTx(BalIdx) NOT = BalEnrolled(BalIdx)
				MOVE "OUT OF BALANCE" TO BalStatusText
			WHEN OTHER
				MOVE "BALANCED" TO BalStatusText
		END-EVALUATE
		MOVE BalEnrolled(BalIdx) TO CountEdit
		MOVE BalGraded(BalIdx) TO CountEdit2
		MOVE BalMissing(BalIdx) TO CountEdit3
		MOVE BalErrors(BalIdx) TO CountEdit4
		MOVE BalTx(BalIdx) TO CountEdit5
		MOVE SPACES TO BalLine
		MOVE BalCourse(BalIdx) TO BalLine(1:15)
		MOVE BalTerm(BalIdx) TO BalLine(17:10)
		IF BalSection(BalIdx) = SPACES
			MOVE "--" TO BalLine(28:5)
		ELSE
			MOVE BalSection(BalIdx) TO BalLine(28:5)
		END-IF
		MOVE CountEdit TO BalLine(38:4)
		MOVE CountEdit2 TO BalLine(45:4)
		MOVE CountEdit3 TO BalLine(53:4)
		MOVE CountEdit4 TO BalLine(60:4)
		MOVE CountEdit5 TO BalLine(66:4)
		MOVE BalStatusText TO BalLine(72:20)
		PERFORM WriteBalLine
		COMPUTE TotEnrolled = TotEnrolled + BalEnrolled(BalIdx)
		COMPUTE TotGraded = TotGraded + BalGraded(BalIdx)
		COMPUTE TotMissing = TotMissing + BalMissing(BalIdx)
		COMPUTE TotErrors = TotErrors + BalErrors(BalIdx)
		COMPUTE TotTx = TotTx + BalTx(BalIdx)
	END-PERFORM
	PERFORM WriteBalLine
	MOVE TotEnrolled TO TotEdit
	MOVE TotGraded TO TotEdit2
	MOVE TotMissing TO TotEdit3
	MOVE TotErrors TO TotEdit4
	MOVE TotTx TO TotEdit5
	MOVE "TOTALS" TO BalLine(1:15)
	MOVE TotEdit TO BalLine(37:5)
	MOVE TotEdit2 TO BalLine(44:5)
	MOVE TotEdit3 TO BalLine(52:5)
	MOVE TotEdit4 TO BalLine(59:5)
	MOVE TotEdit5 TO BalLine(65:5)
	PERFORM WriteBalLine
	MOVE SPACES TO BalLine
	STRING "Rosters read " DELIMITED BY SIZE
		RosterCount DELIMITED BY SIZE
		", accepted " DELIMITED BY SIZE
		RosterCleanCount DELIMITED BY SIZE
		", rejected " DELIMITED BY SIZE
		RosterRejectCount DELIMITED BY SIZE
		"; sections with no roster " DELIMITED BY SIZE
		NoRosterCount DELIMITED BY SIZE
		INTO BalLine
	PERFORM WriteBalLine
	IF BalDropCount > 0
		DISPLAY "ERROR: section table is full; " BalDropCount
			" section(s) are not on the balancing report"
	END-IF
	IF RosDropCount > 0
		DISPLAY "ERROR: " RosDropCount
			" roster line(s) were over the 300-student roster limit"
	END-IF.

WriteBalLine.
	MOVE BalLine TO BalRptRec
	WRITE BalRptRec
	MOVE SPACES TO BalLine.
