		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AdvisorAccessReport.
Author. Ryan Custard.
DATE-WRITTEN.October 15th 2026

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ACCESS-LOG-FILE ASSIGN TO AccessPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS AccessStatus.
		SELECT ACCESS-RPT-FILE ASSIGN TO RptPath
			ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.

FILE SECTION.

FD ACCESS-LOG-FILE.
	01 AccessRec PIC X(150).

FD ACCESS-RPT-FILE.
	01 RptRec PIC X(100).


WORKING-STORAGE SECTION.
01 AccessPath         PIC X(30).
01 AccessStatus       PIC X(2) VALUE '00'.
01 AccessEOF          PIC X(1).
01 RptPath            PIC X(30).
01 FromRaw            PIC X(8).
01 ThruRaw            PIC X(8).
01 FromDate           PIC 9(8) VALUE ZERO.
01 ThruDate           PIC 9(8) VALUE 99999999.
01 RunDate            PIC 9(8).
01 AccessLine         PIC X(150).
01 LogDate            PIC X(8).
01 LogTime            PIC X(6).
01 LogUser            PIC X(10).
01 LogRole            PIC X(10).
01 LogStudent         PIC X(10).
01 LogAction          PIC X(10).
01 LogResult          PIC X(10).
01 AlCount            PIC 9(5) VALUE ZERO.
01 AlIdx              PIC 9(5).
01 AlIdx2             PIC 9(5).
01 AlDropCount        PIC 9(5) VALUE ZERO.
01 AlBadCount         PIC 9(5) VALUE ZERO.
01 AlOutCount         PIC 9(5) VALUE ZERO.
01 AlTable.
	02 AlEntry OCCURS 5000 TIMES.
		03 AlKey         PIC X(24).
		03 AlDate        PIC X(8).
		03 AlTime        PIC X(6).
		03 AlUser        PIC X(10).
		03 AlRole        PIC X(10).
		03 AlStudent     PIC X(10).
		03 AlAction      PIC X(10).
		03 AlResult      PIC X(10).
01 AlHold             PIC X(88).
01 AlPlacedSw         PIC X(1).
01 SortBy             PIC X(1).
01 GroupKey           PIC X(10).
01 GroupOpenSw        PIC X(1).
01 GrpEntries         PIC 9(5) VALUE ZERO.
01 GrpLookups         PIC 9(5) VALUE ZERO.
01 GrpViews           PIC 9(5) VALUE ZERO.
01 GrpDisputes        PIC 9(5) VALUE ZERO.
01 GrpDenied          PIC 9(5) VALUE ZERO.
01 GroupCount         PIC 9(5) VALUE ZERO.
01 TotEntries         PIC 9(5) VALUE ZERO.
01 TotLookups         PIC 9(5) VALUE ZERO.
01 TotViews           PIC 9(5) VALUE ZERO.
01 TotDisputes        PIC 9(5) VALUE ZERO.
01 TotDenied          PIC 9(5) VALUE ZERO.
01 CountEdit          PIC ZZZZ9.
01 CountEdit2         PIC ZZZZ9.
01 CountEdit3         PIC ZZZZ9.
01 CountEdit4         PIC ZZZZ9.
01 CountEdit5         PIC ZZZZ9.
01 GroupEdit          PIC ZZZZ9.
01 RptLine            PIC X(100).


PROCEDURE DIVISION.
DISPLAY "Please enter the name of the inquiry access log file."
ACCEPT AccessPath

DISPLAY "Please enter the first date to report (yyyymmdd), or press Enter for the start of the log."
ACCEPT FromRaw

DISPLAY "Please enter the last date to report (yyyymmdd), or press Enter for the end of the log."
ACCEPT ThruRaw

DISPLAY "Please enter the name of the access report file to create."
ACCEPT RptPath

IF AccessPath = SPACES OR RptPath = SPACES
	DISPLAY "ERROR: an access log file and a report file are required."
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF
IF FromRaw NOT = SPACES
	IF FromRaw NUMERIC
		MOVE FromRaw TO FromDate
	ELSE
		DISPLAY "ERROR: first date " FromRaw " is not a yyyymmdd date."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
END-IF
IF ThruRaw NOT = SPACES
	IF ThruRaw NUMERIC
		MOVE ThruRaw TO ThruDate
	ELSE
		DISPLAY "ERROR: last date " ThruRaw " is not a yyyymmdd date."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
END-IF
IF FromDate > ThruDate
	DISPLAY "ERROR: the first date is after the last date."
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF
ACCEPT RunDate FROM DATE YYYYMMDD

PERFORM LoadAccessLog

OPEN OUTPUT ACCESS-RPT-FILE
MOVE SPACES TO RptLine
STRING "INQUIRY ACCESS LOG REPORT - run date " DELIMITED BY SIZE
	RunDate DELIMITED BY SIZE
	INTO RptLine
PERFORM WriteRptLine
IF FromRaw = SPACES AND ThruRaw = SPACES
	MOVE "Period: entire log" TO RptLine
ELSE
	STRING "Period: " DELIMITED BY SIZE
		FromDate DELIMITED BY SIZE
		" through " DELIMITED BY SIZE
		ThruDate DELIMITED BY SIZE
		INTO RptLine
END-IF
PERFORM WriteRptLine

MOVE 'U' TO SortBy
PERFORM SortAccessLog
PERFORM WriteRptLine
MOVE "ACCESS BY USER" TO RptLine
PERFORM WriteRptLine
PERFORM WriteRptLine
MOVE "User       Role       Date     Time   Student    Action     Result" TO RptLine
PERFORM WriteRptLine
PERFORM WriteGroupedSection
MOVE ZERO TO TotEntries
MOVE ZERO TO TotLookups
MOVE ZERO TO TotViews
MOVE ZERO TO TotDisputes
MOVE ZERO TO TotDenied

MOVE 'S' TO SortBy
PERFORM SortAccessLog
PERFORM WriteRptLine
MOVE "ACCESS BY STUDENT" TO RptLine
PERFORM WriteRptLine
PERFORM WriteRptLine
MOVE "Student    Date     Time   User       Role       Action     Result" TO RptLine
PERFORM WriteRptLine
PERFORM WriteGroupedSection

PERFORM WriteRptLine
MOVE SPACES TO RptLine
STRING "Log entries in period " DELIMITED BY SIZE
	AlCount DELIMITED BY SIZE
	"; outside period " DELIMITED BY SIZE
	AlOutCount DELIMITED BY SIZE
	"; unreadable " DELIMITED BY SIZE
	AlBadCount DELIMITED BY SIZE
	INTO RptLine
PERFORM WriteRptLine
CLOSE ACCESS-RPT-FILE

DISPLAY "Access log entries reported: " AlCount
DISPLAY "Entries outside the period:  " AlOutCount
DISPLAY "Unreadable log lines:        " AlBadCount
IF AlDropCount > 0
	DISPLAY "ERROR: access table is full; " AlDropCount
		" entr(ies) in the period are not on the report"
	MOVE 8 TO RETURN-CODE
ELSE
	IF AlBadCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF
END-IF
STOP RUN.

LoadAccessLog.
	OPEN INPUT ACCESS-LOG-FILE
	IF AccessStatus NOT = '00'
		DISPLAY "ERROR: could not open access log " FUNCTION TRIM(AccessPath)
			" (status " AccessStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACE TO AccessEOF
	PERFORM UNTIL AccessEOF = 'Y'
		READ ACCESS-LOG-FILE INTO AccessLine
			AT END MOVE 'Y' TO AccessEOF
		END-READ
		IF AccessEOF NOT = 'Y' AND AccessLine NOT = SPACES
			MOVE SPACES TO LogDate
			MOVE SPACES TO LogTime
			MOVE SPACES TO LogUser
			MOVE SPACES TO LogRole
			MOVE SPACES TO LogStudent
			MOVE SPACES TO LogAction
			MOVE SPACES TO LogResult
			UNSTRING AccessLine DELIMITED BY '|'
				INTO LogDate, LogTime, LogUser, LogRole, LogStudent,
					LogAction, LogResult
			EVALUATE TRUE
				WHEN LogDate NOT NUMERIC OR LogAction = SPACES
					COMPUTE AlBadCount = AlBadCount + 1
				WHEN LogDate < FromDate OR LogDate > ThruDate
					COMPUTE AlOutCount = AlOutCount + 1
				WHEN AlCount >= 5000
					COMPUTE AlDropCount = AlDropCount + 1
				WHEN OTHER
					COMPUTE AlCount = AlCount + 1
					MOVE SPACES TO AlKey(AlCount)
					MOVE LogDate TO AlDate(AlCount)
					MOVE LogTime TO AlTime(AlCount)
					MOVE LogUser TO AlUser(AlCount)
					MOVE FUNCTION UPPER-CASE(LogRole) TO AlRole(AlCount)
					MOVE LogStudent TO AlStudent(AlCount)
					MOVE FUNCTION UPPER-CASE(LogAction) TO AlAction(AlCount)
					MOVE FUNCTION UPPER-CASE(LogResult) TO AlResult(AlCount)
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE ACCESS-LOG-FILE.

SortAccessLog.
	PERFORM VARYING AlIdx FROM 1 BY 1 UNTIL AlIdx > AlCount
		IF SortBy = 'U'
			MOVE AlUser(AlIdx) TO AlKey(AlIdx)(1:10)
		ELSE
			MOVE AlStudent(AlIdx) TO AlKey(AlIdx)(1:10)
		END-IF
		MOVE AlDate(AlIdx) TO AlKey(AlIdx)(11:8)
		MOVE AlTime(AlIdx) TO AlKey(AlIdx)(19:6)
	END-PERFORM
	PERFORM VARYING AlIdx FROM 2 BY 1 UNTIL AlIdx > AlCount
		MOVE AlEntry(AlIdx) TO AlHold
		MOVE AlIdx TO AlIdx2
		MOVE 'N' TO AlPlacedSw
		PERFORM UNTIL AlIdx2 < 2 OR AlPlacedSw = 'Y'
			IF AlKey(AlIdx2 - 1) > AlHold(1:24)
				MOVE AlEntry(AlIdx2 - 1) TO AlEntry(AlIdx2)
				COMPUTE AlIdx2 = AlIdx2 - 1
			ELSE
				MOVE 'Y' TO AlPlacedSw
			END-IF
		END-PERFORM
		MOVE AlHold TO AlEntry(AlIdx2)
	END-PERFORM.

WriteGroupedSection.
	MOVE 'N' TO GroupOpenSw
	MOVE ZERO TO GroupCount
	PERFORM VARYING AlIdx FROM 1 BY 1 UNTIL AlIdx > AlCount
		IF SortBy = 'U' OR AlStudent(AlIdx) NOT = SPACES
			IF GroupOpenSw = 'Y' AND AlKey(AlIdx)(1:10) NOT = GroupKey
				PERFORM WriteGroupTotal
			END-IF
			IF GroupOpenSw NOT = 'Y'
				MOVE AlKey(AlIdx)(1:10) TO GroupKey
				MOVE 'Y' TO GroupOpenSw
				COMPUTE GroupCount = GroupCount + 1
			END-IF
			MOVE SPACES TO RptLine
			IF SortBy = 'U'
				MOVE AlUser(AlIdx) TO RptLine(1:10)
				MOVE AlRole(AlIdx) TO RptLine(12:10)
				MOVE AlDate(AlIdx) TO RptLine(23:8)
				MOVE AlTime(AlIdx) TO RptLine(32:6)
				MOVE AlStudent(AlIdx) TO RptLine(39:10)
			ELSE
				MOVE AlStudent(AlIdx) TO RptLine(1:10)
				MOVE AlDate(AlIdx) TO RptLine(12:8)
				MOVE AlTime(AlIdx) TO RptLine(21:6)
				MOVE AlUser(AlIdx) TO RptLine(28:10)
				MOVE AlRole(AlIdx) TO RptLine(39:10)
			END-IF
			MOVE AlAction(AlIdx) TO RptLine(50:10)
			MOVE AlResult(AlIdx) TO RptLine(61:10)
			PERFORM WriteRptLine
			COMPUTE GrpEntries = GrpEntries + 1
			EVALUATE AlAction(AlIdx)
				WHEN "LOOKUP"
				WHEN "ARCHIVE"
					COMPUTE GrpLookups = GrpLookups + 1
				WHEN "SUMMARY"
				WHEN "COURSES"
				WHEN "LISTS"
					COMPUTE GrpViews = GrpViews + 1
				WHEN "DISPUTE"
					IF AlResult(AlIdx) NOT = "DENIED"
						COMPUTE GrpDisputes = GrpDisputes + 1
					END-IF
				WHEN OTHER
					CONTINUE
			END-EVALUATE
			IF AlResult(AlIdx) = "DENIED"
				COMPUTE GrpDenied = GrpDenied + 1
			END-IF
		END-IF
	END-PERFORM
	IF GroupOpenSw = 'Y'
		PERFORM WriteGroupTotal
	END-IF
	MOVE TotEntries TO CountEdit
	MOVE TotLookups TO CountEdit2
	MOVE TotViews TO CountEdit3
	MOVE TotDisputes TO CountEdit4
	MOVE TotDenied TO CountEdit5
	MOVE GroupCount TO GroupEdit
	MOVE SPACES TO RptLine
	IF SortBy = 'U'
		STRING "TOTALS for " DELIMITED BY SIZE
			FUNCTION TRIM(GroupEdit) DELIMITED BY SIZE
			" user(s):" DELIMITED BY SIZE
			INTO RptLine
	ELSE
		STRING "TOTALS for " DELIMITED BY SIZE
			FUNCTION TRIM(GroupEdit) DELIMITED BY SIZE
			" student(s):" DELIMITED BY SIZE
			INTO RptLine
	END-IF
	PERFORM WriteRptLine
	PERFORM FormatCountLine
	PERFORM WriteRptLine.

WriteGroupTotal.
	MOVE GrpEntries TO CountEdit
	MOVE GrpLookups TO CountEdit2
	MOVE GrpViews TO CountEdit3
	MOVE GrpDisputes TO CountEdit4
	MOVE GrpDenied TO CountEdit5
	PERFORM FormatCountLine
	PERFORM WriteRptLine
	PERFORM WriteRptLine
	COMPUTE TotEntries = TotEntries + GrpEntries
	COMPUTE TotLookups = TotLookups + GrpLookups
	COMPUTE TotViews = TotViews + GrpViews
	COMPUTE TotDisputes = TotDisputes + GrpDisputes
	COMPUTE TotDenied = TotDenied + GrpDenied
	MOVE ZERO TO GrpEntries
	MOVE ZERO TO GrpLookups
	MOVE ZERO TO GrpViews
	MOVE ZERO TO GrpDisputes
	MOVE ZERO TO GrpDenied
	MOVE 'N' TO GroupOpenSw.

FormatCountLine.
	MOVE SPACES TO RptLine
	STRING "  entries " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
		", lookups " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit2) DELIMITED BY SIZE
		", views " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit3) DELIMITED BY SIZE
		", disputes flagged " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit4) DELIMITED BY SIZE
		", denied " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit5) DELIMITED BY SIZE
		INTO RptLine.

WriteRptLine.
	MOVE RptLine TO RptRec
	WRITE RptRec
	MOVE SPACES TO RptLine.
