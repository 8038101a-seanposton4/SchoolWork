			FILE STATUS IS ArchiveStatus.
		SELECT OPTIONAL DISPUTE-FILE ASSIGN TO DisputePath
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT HOLDS-FILE ASSIGN TO HoldPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS HoldStatus.
		SELECT USER-FILE ASSIGN TO UserPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS UserStatus.
		SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO AccessPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS AccessStatus.


DATA DIVISION.
FILE SECTION.

FD STUDENT-MASTER-FILE.
	01 MasterRec PIC X(300).

FD KEYED-MASTER-FILE.
	01 KeyedRec.
		02 MkKey.
			03 MkStudentId PIC X(10).
			03 MkSeq       PIC 9(4).
		02 MkData PIC X(300).

FD ARCHIVE-FILE.
	01 ArchiveRec PIC X(300).

FD DISPUTE-FILE.
	01 DisputeRec PIC X(200).

FD HOLDS-FILE.
	01 HoldRec PIC X(150).

FD USER-FILE.
	01 UserRec PIC X(150).

FD ACCESS-LOG-FILE.
	01 AccessRec PIC X(150).


WORKING-STORAGE SECTION.
01 ArchiveEOF         PIC X(1).
01 FromArchive        PIC X(1) VALUE 'N'.
01 DisputePath        PIC X(30).
01 HoldPath           PIC X(30).
01 HoldStatus         PIC X(2) VALUE '00'.
01 HoldEOF            PIC X(1).
01 HoldId             PIC X(10).
01 HoldType           PIC X(10).
01 HoldPlaced         PIC X(8).
01 HoldReleased       PIC X(8).
01 HoldOffice         PIC X(20).
01 HoldShown          PIC 99.
01 InqDate            PIC 9(8).
01 InqId              PIC X(10).
01 InqChoice          PIC X(1).
01 MasterEOF          PIC X(1).
01 StudentFound       PIC X(1).
01 LoadingSw          PIC X(1).
01 MasterLine         PIC X(300).
01 MstTag             PIC X(2).
01 MstF1              PIC X(30).
01 MstF2              PIC X(30).
01 AdvisorCode        PIC X(10).
01 CurrStanding       PIC X(13).
01 StudentName        PIC X(40).
01 CatYear            PIC X(4).
01 MajorCode          PIC X(10).
01 Path               PIC X(30).
01 DegreeReqPath      PIC X(30).
01 TTerm              PIC X(20) OCCURS 250 TIMES.
01 THours             PIC 9 OCCURS 250 TIMES.
01 TCourseIdx         PIC 999.
01 StillRequired      PIC X(60) OCCURS 100 TIMES.
01 StillReqCount      PIC 999 VALUE 1.
01 CanTake            PIC X(30) OCCURS 250 TIMES.
01 CanCount           PIC 999 VALUE 1.
01 ReqIdx             PIC 999.
01 BlkEarnedEdit      PIC ZZ9.
01 BlkMinEdit         PIC ZZ9.
01 BlkUnitText        PIC X(7).
01 DisputeLine        PIC X(200).
01 DisputeWork        PIC X(200).
01 ProgCount          PIC 9 VALUE ZERO.
01 ProgIdx            PIC 9.
01 ProgTable.
   02 ProgEntry OCCURS 3 TIMES.
      03 ProgKind     PIC X(5).
      03 ProgCode     PIC X(10).
      03 ProgPath     PIC X(30).
      03 ProgStatus   PIC X(8).
      03 ProgStill    PIC X(3).
      03 ProgShared   PIC X(3).
01 ProgSummary        PIC X(80).
01 UserPath           PIC X(30).
01 UserStatus         PIC X(2) VALUE '00'.
01 UserEOF            PIC X(1).
01 UserLine           PIC X(150).
01 UserF1             PIC X(30).
01 UserF2             PIC X(30).
01 UserF3             PIC X(30).
01 UserF4             PIC X(40).
01 UserF5             PIC X(30).
01 SignOnId           PIC X(10).
01 SignOnRole         PIC X(10).
01 SignOnAdvisor      PIC X(10).
01 SignOnName         PIC X(40).
01 SignedOn           PIC X(1) VALUE 'N'.
01 UserScope          PIC X(3).
01 UserMayDispute     PIC X(1) VALUE 'N'.
01 UserMayArchive     PIC X(1) VALUE 'N'.
01 RoleCount          PIC 99 VALUE ZERO.
01 RoleIdx            PIC 99.
01 RoleFoundIdx       PIC 99.
01 RoleLookup         PIC X(10).
01 RoleDropCount      PIC 99 VALUE ZERO.
01 RoleTable.
	02 RoleEntry OCCURS 20 TIMES.
		03 RoleName      PIC X(10).
		03 RoleScope     PIC X(3).
		03 RoleDispute   PIC X(1).
		03 RoleArchive   PIC X(1).
01 AccessPath         PIC X(30).
01 AccessStatus       PIC X(2) VALUE '00'.
01 AccessLine         PIC X(150).
01 AccessDate         PIC 9(8).
01 AccessTime         PIC 9(8).
01 AccessStudent      PIC X(10).
01 AccessAction       PIC X(10).
01 AccessResult       PIC X(10).


PROCEDURE DIVISION.
DISPLAY "Please enter the name of the inquiry user file"
DISPLAY "(UserId|Role|AdvisorCode|Name per line, optional ROLE|Name|Scope|Dispute|Archive lines)."
ACCEPT UserPath

DISPLAY "Please enter the name of the access log file (every lookup and view is appended)."
ACCEPT AccessPath

IF UserPath = SPACES OR AccessPath = SPACES
	DISPLAY "ERROR: a user file and an access log file are required."
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

DISPLAY "Please enter your user id."
ACCEPT SignOnId
PERFORM SignOn
IF SignedOn NOT = 'Y'
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

DISPLAY "Please enter the name of the keyed student master file,"
DISPLAY "or press Enter to scan a sequential master instead."
ACCEPT KeyedMasterPath
DISPLAY "Please enter the name of the reprocess queue file (disputed students are appended)."
ACCEPT DisputePath

DISPLAY "Please enter the name of the student holds file, or press Enter if none."
ACCEPT HoldPath
ACCEPT InqDate FROM DATE YYYYMMDD

PERFORM UNTIL InqId = SPACES AND InqChoice = 'Q'
	DISPLAY " "
	DISPLAY "Enter a student id to look up, or press Enter to quit."
	IF InqId = SPACES
		MOVE 'Q' TO InqChoice
	ELSE
		PERFORM LookupStudent
	END-IF
END-PERFORM

MOVE SPACES TO AccessStudent
MOVE "SIGNOFF" TO AccessAction
MOVE "OK" TO AccessResult
PERFORM WriteAccessLog
STOP RUN.

SignOn.
	MOVE 'N' TO SignedOn
	MOVE SPACES TO SignOnRole
	MOVE SPACES TO SignOnAdvisor
	MOVE SPACES TO SignOnName
	MOVE ZERO TO RoleCount
	MOVE "REGISTRAR" TO RoleLookup
	PERFORM FindRole
	MOVE "ALL" TO RoleScope(RoleFoundIdx)
	MOVE 'Y' TO RoleDispute(RoleFoundIdx)
	MOVE 'Y' TO RoleArchive(RoleFoundIdx)
	MOVE "ADVISOR" TO RoleLookup
	PERFORM FindRole
	MOVE "OWN" TO RoleScope(RoleFoundIdx)
	MOVE 'Y' TO RoleDispute(RoleFoundIdx)
	MOVE 'N' TO RoleArchive(RoleFoundIdx)
	OPEN INPUT USER-FILE
	IF UserStatus NOT = '00'
		DISPLAY "ERROR: could not open user file " FUNCTION TRIM(UserPath)
			" (status " UserStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE 'N' TO UserEOF
	PERFORM UNTIL UserEOF = 'Y'
		READ USER-FILE INTO UserLine
			AT END MOVE 'Y' TO UserEOF
		END-READ
		IF UserEOF NOT = 'Y' AND UserLine NOT = SPACES
				AND UserLine(1:1) NOT = '*'
			MOVE SPACES TO UserF1
			MOVE SPACES TO UserF2
			MOVE SPACES TO UserF3
			MOVE SPACES TO UserF4
			MOVE SPACES TO UserF5
			UNSTRING UserLine DELIMITED BY '|'
				INTO UserF1, UserF2, UserF3, UserF4, UserF5
			IF FUNCTION UPPER-CASE(UserF1) = "ROLE"
				PERFORM LoadRoleLine
			ELSE
				IF UserF1(1:10) = SignOnId AND SignOnId NOT = SPACES
					MOVE FUNCTION UPPER-CASE(UserF2(1:10)) TO SignOnRole
					MOVE UserF3(1:10) TO SignOnAdvisor
					MOVE UserF4 TO SignOnName
					MOVE 'Y' TO SignedOn
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE USER-FILE
	IF RoleDropCount > 0
		DISPLAY "WARNING: role table is full; " RoleDropCount
			" ROLE line(s) in the user file were ignored"
	END-IF
	MOVE SPACES TO AccessStudent
	MOVE "SIGNON" TO AccessAction
	IF SignedOn NOT = 'Y'
		DISPLAY "Sign-on refused: user id " FUNCTION TRIM(SignOnId)
			" is not on the user file."
		MOVE "DENIED" TO AccessResult
		PERFORM WriteAccessLog
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO SignedOn
	MOVE SignOnRole TO RoleLookup
	PERFORM VARYING RoleIdx FROM 1 BY 1 UNTIL RoleIdx > RoleCount
		IF RoleName(RoleIdx) = RoleLookup
			MOVE RoleScope(RoleIdx) TO UserScope
			MOVE RoleDispute(RoleIdx) TO UserMayDispute
			MOVE RoleArchive(RoleIdx) TO UserMayArchive
			MOVE 'Y' TO SignedOn
		END-IF
	END-PERFORM
	IF SignedOn NOT = 'Y'
		DISPLAY "Sign-on refused: role " FUNCTION TRIM(SignOnRole)
			" is not a recognized inquiry role."
		MOVE "DENIED" TO AccessResult
		PERFORM WriteAccessLog
		EXIT PARAGRAPH
	END-IF
	IF UserScope = "OWN" AND SignOnAdvisor = SPACES
		DISPLAY "Sign-on refused: user id " FUNCTION TRIM(SignOnId)
			" has no advisor code on the user file."
		MOVE 'N' TO SignedOn
		MOVE "DENIED" TO AccessResult
		PERFORM WriteAccessLog
		EXIT PARAGRAPH
	END-IF
	MOVE "OK" TO AccessResult
	PERFORM WriteAccessLog
	IF SignOnName = SPACES
		DISPLAY "Signed on as " FUNCTION TRIM(SignOnId) " ("
			FUNCTION TRIM(SignOnRole) ")."
	ELSE
		DISPLAY "Signed on as " FUNCTION TRIM(SignOnName) " ("
			FUNCTION TRIM(SignOnRole) ")."
	END-IF
	IF UserScope = "OWN"
		DISPLAY "Lookups are limited to students assigned to advisor code "
			FUNCTION TRIM(SignOnAdvisor) "."
	END-IF.

LoadRoleLine.
	MOVE FUNCTION UPPER-CASE(UserF2(1:10)) TO RoleLookup
	IF RoleLookup = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM FindRole
	IF RoleFoundIdx = 0
		EXIT PARAGRAPH
	END-IF
	IF FUNCTION UPPER-CASE(UserF3(1:3)) = "ALL"
		MOVE "ALL" TO RoleScope(RoleFoundIdx)
	ELSE
		MOVE "OWN" TO RoleScope(RoleFoundIdx)
	END-IF
	IF FUNCTION UPPER-CASE(UserF4(1:1)) = 'Y'
		MOVE 'Y' TO RoleDispute(RoleFoundIdx)
	ELSE
		MOVE 'N' TO RoleDispute(RoleFoundIdx)
	END-IF
	IF FUNCTION UPPER-CASE(UserF5(1:1)) = 'Y'
		MOVE 'Y' TO RoleArchive(RoleFoundIdx)
	ELSE
		MOVE 'N' TO RoleArchive(RoleFoundIdx)
	END-IF.

FindRole.
	MOVE ZERO TO RoleFoundIdx
	PERFORM VARYING RoleIdx FROM 1 BY 1 UNTIL RoleIdx > RoleCount
		IF RoleName(RoleIdx) = RoleLookup
			MOVE RoleIdx TO RoleFoundIdx
		END-IF
	END-PERFORM
	IF RoleFoundIdx = 0
		IF RoleCount < 20
			COMPUTE RoleCount = RoleCount + 1
			MOVE RoleCount TO RoleFoundIdx
			MOVE RoleLookup TO RoleName(RoleCount)
			MOVE "OWN" TO RoleScope(RoleCount)
			MOVE 'N' TO RoleDispute(RoleCount)
			MOVE 'N' TO RoleArchive(RoleCount)
		ELSE
			COMPUTE RoleDropCount = RoleDropCount + 1
		END-IF
	END-IF.

LookupStudent.
	MOVE InqId TO AccessStudent
	MOVE "LOOKUP" TO AccessAction
	PERFORM LoadStudent
	IF StudentFound = 'N' AND ArchivePath NOT = SPACES
		IF UserMayArchive = 'Y'
			PERFORM LoadStudentArchive
		ELSE
			DISPLAY "Student " FUNCTION TRIM(InqId) " is not on the active master;"
				" your role is not permitted to open archived students."
			MOVE "ARCHIVE" TO AccessAction
			MOVE "DENIED" TO AccessResult
			PERFORM WriteAccessLog
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF StudentFound NOT = 'Y'
		DISPLAY "Student " FUNCTION TRIM(InqId) " is not on the master file."
		MOVE "NOTFOUND" TO AccessResult
		PERFORM WriteAccessLog
		EXIT PARAGRAPH
	END-IF
	IF UserScope = "OWN" AND AdvisorCode NOT = SignOnAdvisor
		DISPLAY "Student " FUNCTION TRIM(InqId) " is not one of your advisees."
		MOVE "DENIED" TO AccessResult
		PERFORM WriteAccessLog
		EXIT PARAGRAPH
	END-IF
	IF FromArchive = 'Y'
		DISPLAY "Student " FUNCTION TRIM(InqId)
			" was found in the graduate archive."
		MOVE "ARCHIVE" TO AccessResult
	ELSE
		MOVE "OK" TO AccessResult
	END-IF
	PERFORM WriteAccessLog
	PERFORM InquiryMenu.

WriteAccessLog.
	ACCEPT AccessDate FROM DATE YYYYMMDD
	ACCEPT AccessTime FROM TIME
	MOVE SPACES TO AccessLine
	STRING AccessDate DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		AccessTime(1:6) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		SignOnId DELIMITED BY SPACE
		"|" DELIMITED BY SIZE
		SignOnRole DELIMITED BY SPACE
		"|" DELIMITED BY SIZE
		AccessStudent DELIMITED BY SPACE
		"|" DELIMITED BY SIZE
		AccessAction DELIMITED BY SPACE
		"|" DELIMITED BY SIZE
		AccessResult DELIMITED BY SPACE
		INTO AccessLine
	OPEN EXTEND ACCESS-LOG-FILE
	IF AccessStatus NOT = '00' AND AccessStatus NOT = '05'
		DISPLAY "ERROR: could not write access log " FUNCTION TRIM(AccessPath)
			" (status " AccessStatus "); inquiry ended"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE AccessLine TO AccessRec
	WRITE AccessRec
	CLOSE ACCESS-LOG-FILE.

LoadStudent.
	MOVE 'N' TO StudentFound
	MOVE 1 TO Counter
	MOVE 1 TO StillReqCount
	MOVE 1 TO CanCount
	MOVE ZERO TO ProgCount
	MOVE SPACES TO ProgSummary
	MOVE SPACES TO CatYear
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx > MaxCourses
		MOVE SPACES TO TCourse(TCourseIdx)
		MOVE SPACES TO TGrade(TCourseIdx)
				MOVE SPACES TO MstF7
				MOVE SPACES TO CurrStanding
				MOVE SPACES TO StudentName
				MOVE SPACES TO CatYear
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, StudentId, MajorCode, MstF1, MstF5,
						MstF2, MstF3, MstF4, Path, DegreeReqPath, MstF6,
						MstF7, CurrStanding, StudentName, ProgSummary,
						CatYear
				MOVE MstF7(1:10) TO AdvisorCode
				COMPUTE GPA = FUNCTION NUMVAL(MstF1)
				COMPUTE GpaHours = FUNCTION NUMVAL(MstF5)
			END-IF
		WHEN "R|"
			IF LoadingSw = 'Y' AND StillReqCount <= 100
				MOVE SPACES TO MstF1
				MOVE SPACES TO MstF2
				MOVE SPACES TO MstF3
				MOVE SPACES TO MstF4
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, MstF1, MstF2, MstF3, MstF4
				IF MstF2 = SPACES
					MOVE MstF1 TO StillRequired(StillReqCount)
				ELSE
					COMPUTE BlkEarnedEdit = FUNCTION NUMVAL(MstF2)
					COMPUTE BlkMinEdit = FUNCTION NUMVAL(MstF3)
					IF MstF4(1:1) = 'C'
						MOVE "courses" TO BlkUnitText
					ELSE
						MOVE "hours" TO BlkUnitText
					END-IF
					STRING FUNCTION TRIM(MstF1) DELIMITED BY SIZE
						": " DELIMITED BY SIZE
						FUNCTION TRIM(BlkEarnedEdit) DELIMITED BY SIZE
						" of " DELIMITED BY SIZE
						FUNCTION TRIM(BlkMinEdit) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						FUNCTION TRIM(BlkUnitText) DELIMITED BY SIZE
						INTO StillRequired(StillReqCount)
				END-IF
				COMPUTE StillReqCount = StillReqCount + 1
			END-IF
		WHEN "N|"
					INTO MstTag, CanTake(CanCount)
				COMPUTE CanCount = CanCount + 1
			END-IF
		WHEN "P|"
			IF LoadingSw = 'Y' AND ProgCount < 3
				COMPUTE ProgCount = ProgCount + 1
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, ProgKind(ProgCount), ProgCode(ProgCount),
						ProgPath(ProgCount), ProgStatus(ProgCount),
						ProgStill(ProgCount), ProgShared(ProgCount)
			END-IF
		WHEN "E|"
			MOVE 'N' TO LoadingSw
		WHEN OTHER
				FUNCTION TRIM(StudentName) ") - " FUNCTION TRIM(MajorCode)
		END-IF
		DISPLAY "1 - summary  2 - course detail  3 - still required and can take"
		IF UserMayDispute = 'Y'
			DISPLAY "4 - flag as disputed for reprocessing  0 - back"
		ELSE
			DISPLAY "0 - back"
		END-IF
		ACCEPT InqChoice
		MOVE StudentId TO AccessStudent
		MOVE "OK" TO AccessResult
		EVALUATE InqChoice
			WHEN '1'
				MOVE "SUMMARY" TO AccessAction
				PERFORM WriteAccessLog
				PERFORM ShowSummary
			WHEN '2'
				MOVE "COURSES" TO AccessAction
				PERFORM WriteAccessLog
				PERFORM ShowCourses
			WHEN '3'
				MOVE "LISTS" TO AccessAction
				PERFORM WriteAccessLog
				PERFORM ShowLists
			WHEN '4'
				MOVE "DISPUTE" TO AccessAction
				IF UserMayDispute = 'Y'
					PERFORM WriteAccessLog
					PERFORM FlagDisputed
				ELSE
					DISPLAY "Your role is not permitted to flag disputes."
					MOVE "DENIED" TO AccessResult
					PERFORM WriteAccessLog
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-IF
	IF CurrStanding NOT = SPACES
		DISPLAY "Academic standing: " CurrStanding
	END-IF
	IF CatYear NOT = SPACES
		DISPLAY "Catalog year:      " CatYear
	END-IF
	IF ProgCount > 0
		DISPLAY "Declared programs: " FUNCTION TRIM(ProgSummary)
		PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
			DISPLAY "  " ProgKind(ProgIdx) " " ProgCode(ProgIdx) " "
				ProgStatus(ProgIdx) " still required " ProgStill(ProgIdx)
				" shared " ProgShared(ProgIdx)
		END-PERFORM
	END-IF
	IF HoldPath NOT = SPACES
		PERFORM ShowHolds
	END-IF.

ShowHolds.
	MOVE ZERO TO HoldShown
	MOVE SPACE TO HoldEOF
	OPEN INPUT HOLDS-FILE
	IF HoldStatus NOT = '00'
		DISPLAY "Holds:             (holds file " FUNCTION TRIM(HoldPath)
			" could not be opened, status " HoldStatus ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL HoldEOF = 'Y'
		READ HOLDS-FILE
			AT END MOVE 'Y' TO HoldEOF
		END-READ
		IF HoldEOF NOT = 'Y' AND HoldRec NOT = SPACES
			MOVE SPACES TO HoldReleased
			MOVE SPACES TO HoldOffice
			UNSTRING HoldRec DELIMITED BY '|'
				INTO HoldId, HoldType, HoldPlaced, HoldReleased, HoldOffice
			IF HoldId = StudentId AND HoldPlaced NUMERIC
					AND HoldPlaced <= InqDate
				IF HoldReleased = SPACES OR HoldReleased > InqDate
					COMPUTE HoldShown = HoldShown + 1
					IF HoldShown = 1
						DISPLAY "Holds:"
					END-IF
					DISPLAY "  " FUNCTION UPPER-CASE(HoldType) " placed " HoldPlaced
						" by " FUNCTION TRIM(HoldOffice)
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE HOLDS-FILE
	IF HoldShown = 0
		DISPLAY "Holds:             none"
	END-IF.

ShowCourses.
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
		INTO DisputeLine
	PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
		MOVE SPACES TO DisputeWork
		STRING FUNCTION TRIM(DisputeLine) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(ProgKind(ProgIdx)) DELIMITED BY SIZE
			"=" DELIMITED BY SIZE
			FUNCTION TRIM(ProgPath(ProgIdx)) DELIMITED BY SIZE
			INTO DisputeWork
		MOVE DisputeWork TO DisputeLine
	END-PERFORM
	IF CatYear NOT = SPACES
		MOVE SPACES TO DisputeWork
		STRING FUNCTION TRIM(DisputeLine) DELIMITED BY SIZE
			"|CATYEAR=" DELIMITED BY SIZE
			CatYear DELIMITED BY SIZE
			INTO DisputeWork
		MOVE DisputeWork TO DisputeLine
	END-IF
	MOVE DisputeLine TO DisputeRec
	WRITE DisputeRec
	CLOSE DISPUTE-FILE
