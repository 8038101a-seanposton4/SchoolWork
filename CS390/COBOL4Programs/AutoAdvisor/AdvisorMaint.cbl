		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AdvisorMaint.
Author. Ryan Custard.
DATE-WRITTEN.October 15th 2026

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USER-FILE ASSIGN TO UserPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS UserStatus.
		SELECT COURSE-CATALOG-FILE ASSIGN TO CatalogPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CatalogStatus.
		SELECT EQUIVALENCY-FILE ASSIGN TO EquivPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS EquivStatus.
		SELECT DEGREE-REQ-FILE ASSIGN TO DegreeReqPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS DegReqStatus.
		SELECT OPTIONAL HISTORY-FILE ASSIGN TO HistPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS HistStatus.
		SELECT CHANGE-RPT-FILE ASSIGN TO RptPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS RptStatus.


DATA DIVISION.

FILE SECTION.

FD USER-FILE.
	01 UserRec PIC X(150).

FD COURSE-CATALOG-FILE.
	01 CatalogRec PIC X(200).

FD EQUIVALENCY-FILE.
	01 EquivRec PIC X(100).

FD DEGREE-REQ-FILE.
	01 DegreeReqRec PIC X(100).

FD HISTORY-FILE.
	01 HistRec PIC X(250).

FD CHANGE-RPT-FILE.
	01 RptRec PIC X(250).


WORKING-STORAGE SECTION.
01 UserPath           PIC X(30).
01 UserStatus         PIC X(2) VALUE '00'.
01 UserEOF            PIC X(1).
01 UserLine           PIC X(150).
01 UserF1             PIC X(30).
01 UserF2             PIC X(30).
01 SignOnId           PIC X(10).
01 SignedOn           PIC X(1) VALUE 'N'.
01 CatalogPath        PIC X(30).
01 CatalogStatus      PIC X(2) VALUE '00'.
01 EquivPath          PIC X(30).
01 EquivStatus        PIC X(2) VALUE '00'.
01 DegreeReqPath      PIC X(30).
01 DegReqStatus       PIC X(2) VALUE '00'.
01 DegreePaths        PIC X(30) OCCURS 10 TIMES VALUE SPACES.
01 DegreeCount        PIC 99 VALUE ZERO.
01 DegreeIdx          PIC 99.
01 HistPath           PIC X(30).
01 HistStatus         PIC X(2) VALUE '00'.
01 HistEOF            PIC X(1).
01 HistOK             PIC X(1).
01 HistDate           PIC 9(8).
01 HistTime           PIC 9(8).
01 HistFile           PIC X(10).
01 HistAction         PIC X(10).
01 HistKey            PIC X(40).
01 HistFilePath       PIC X(30).
01 HistTag            PIC X(1).
01 HistImage          PIC X(200).
01 HistLine           PIC X(250).
01 RptPath            PIC X(30).
01 RptStatus          PIC X(2) VALUE '00'.
01 RptLine            PIC X(250).
01 FileEOF            PIC X(1).
01 SaveOK             PIC X(1).
01 MenuChoice         PIC X(1).
01 SubChoice          PIC X(1).
01 ConfirmSw          PIC X(1).
01 InRaw              PIC X(100).
01 InCourse           PIC X(30).
01 InTitle            PIC X(40).
01 InHours            PIC X(5).
01 InPrereqs          PIC X(100).
01 InTerms            PIC X(10).
01 InFromRaw          PIC X(5).
01 InThruRaw          PIC X(5).
01 InLocal            PIC X(30).
01 InBlock            PIC X(30).
01 InUnit             PIC X(10).
01 InMin              PIC X(5).
01 InCredits          PIC X(5).
01 InYear             PIC X(5).
01 InLineNbr          PIC X(5).
01 FieldOK            PIC X(1).
01 PipeCount          PIC 99.
01 CatCount           PIC 999 VALUE ZERO.
01 CatIdx             PIC 999.
01 CatIdx2            PIC 999.
01 CatIdx3            PIC 999.
01 CatFoundIdx        PIC 999 VALUE ZERO.
01 CatPick            PIC 999.
01 CatVerCount        PIC 999.
01 CatTable.
	02 CatEntry OCCURS 400 TIMES.
		03 CatLine       PIC X(200).
		03 CatCourse     PIC X(30).
		03 CatTitle      PIC X(40).
		03 CatHours      PIC X(5).
		03 CatPrereqs    PIC X(100).
		03 CatTerms      PIC X(10).
		03 CatFromRaw    PIC X(5).
		03 CatThruRaw    PIC X(5).
		03 CatFrom       PIC 9(4).
		03 CatThru       PIC 9(4).
		03 CatResolved   PIC X(1).
		03 CatDeleted    PIC X(1).
01 CatHold            PIC X(405).
01 EqCount            PIC 999 VALUE ZERO.
01 EqIdx              PIC 999.
01 EqIdx2             PIC 999.
01 EqFoundIdx         PIC 999.
01 EqTable.
	02 EqEntry OCCURS 200 TIMES.
		03 EqLine        PIC X(100).
		03 EqExt         PIC X(30).
		03 EqLocal       PIC X(30).
		03 EqHours       PIC X(5).
		03 EqDeleted     PIC X(1).
01 EqHold             PIC X(166).
01 DegLoaded          PIC X(1) VALUE 'N'.
01 DegLineCount       PIC 999 VALUE ZERO.
01 DegIdx             PIC 999.
01 DegIdx2            PIC 999.
01 DegTable.
	02 DegLine OCCURS 300 TIMES PIC X(100).
01 DegSaveCount       PIC 999.
01 DegSaveTable.
	02 DegSaveLine OCCURS 300 TIMES PIC X(100).
01 DegWork            PIC X(100).
01 DegPick            PIC 999.
01 DegDelFrom         PIC 999.
01 DegDelThru         PIC 999.
01 DegInsertAt        PIC 999.
01 DegInsertLine      PIC X(100).
01 DegEndSw           PIC X(1).
01 DegInBlockSw       PIC X(1).
01 SecYearRaw         PIC X(5).
01 SecFound           PIC X(1).
01 SecStart           PIC 999.
01 SecEnd             PIC 999.
01 BlkLineIdx         PIC 999.
01 BlkEndIdx          PIC 999.
01 DrCount            PIC 9(4) VALUE ZERO.
01 DrIdx              PIC 9(4).
01 DrDropCount        PIC 9(4) VALUE ZERO.
01 DrTable.
	02 DrEntry OCCURS 2000 TIMES.
		03 DrPathIdx     PIC 99.
		03 DrCourse      PIC X(30).
01 DrBlockSw          PIC X(1).
01 DrFirstSw          PIC X(1).
01 DrOpenSw           PIC X(1).
01 MsgLine            PIC X(120).
01 MsgCount           PIC 999 VALUE ZERO.
01 MsgIdx             PIC 999.
01 MsgTable.
	02 MsgText OCCURS 200 TIMES PIC X(120).
01 BaseCount          PIC 999 VALUE ZERO.
01 BaseIdx            PIC 999.
01 BaseTable.
	02 BaseText OCCURS 200 TIMES PIC X(120).
01 MsgFoundSw         PIC X(1).
01 NewMsgCount        PIC 999 VALUE ZERO.
01 MsgCountEdit       PIC ZZ9.
01 NextFoundSw        PIC X(1).
01 MaxThru            PIC 9(4).
01 NextYear           PIC 9(5).
01 PartResolvedSw     PIC X(1).
01 PartVerCount       PIC 999.
01 YrFrom             PIC 9(4).
01 YrThru             PIC 9(4).
01 YearText           PIC X(40).
01 YearText2          PIC X(40).
01 WorkFrom           PIC 9(4).
01 WorkThru           PIC 9(4).
01 WorkCourse         PIC X(30).
01 WorkPrereqs        PIC X(100).
01 WorkTerms          PIC X(10).
01 WorkF1             PIC X(30).
01 WorkF2             PIC X(30).
01 WorkF3             PIC X(30).
01 WorkHourRaw        PIC X(5).
01 Prereqs            PIC X(30) OCCURS 7 TIMES.
01 PrereqPart         PIC X(15) OCCURS 3 TIMES.
01 GroupIdx           PIC 9.
01 PartIdx            PIC 9.
01 SlotText           PIC X(30).
01 LookupCourse       PIC X(30).
01 TermTok            PIC X(4) OCCURS 3 TIMES.
01 TermTokIdx         PIC 9.
01 ProgressSw         PIC X(1).
01 AllResolvedSw      PIC X(1).
01 GroupResolvedSw    PIC X(1).
01 MajorCode          PIC X(10).
01 ReqCount           PIC 999 VALUE ZERO.
01 ReqIdx2            PIC 999.
01 ReqCourse          PIC X(30) OCCURS 100 TIMES VALUE SPACES.
01 BlkOpenSw          PIC X(1) VALUE 'N'.
01 BlkCount           PIC 99 VALUE ZERO.
01 BlkIdx             PIC 99.
01 BlkName            PIC X(30) OCCURS 20 TIMES VALUE SPACES.
01 BlkMemCount        PIC 999 VALUE ZERO.
01 BlkHdrTag          PIC X(10).
01 BlkHdrName         PIC X(30).
01 BlkHdrUnit         PIC X(10).
01 BlkHdrMin          PIC X(5).
01 StarCount          PIC 99.
01 DegVerCount        PIC 99 VALUE ZERO.
01 DegVerIdx          PIC 99.
01 DegVerIdx2         PIC 99.
01 DegVerFrom         PIC 9(4) OCCURS 20 TIMES.
01 DegVerThru         PIC 9(4) OCCURS 20 TIMES.
01 CommonReqCount     PIC 999 VALUE ZERO.
01 CommonBlkCount     PIC 99 VALUE ZERO.
01 VerTag             PIC X(10).
01 VerFromRaw         PIC X(5).
01 VerThruRaw         PIC X(5).
01 VerCredRaw         PIC X(5).
01 ChangeCount        PIC 9(5) VALUE ZERO.
01 RejectCount        PIC 9(5) VALUE ZERO.
01 FromRaw            PIC X(8).
01 ThruRaw            PIC X(8).
01 FromDate           PIC 9(8).
01 ThruDate           PIC 9(8).
01 RunDate            PIC 9(8).
01 RptPassIdx         PIC 9.
01 RptFileName        PIC X(10).
01 RptInRangeSw       PIC X(1).
01 RptTag             PIC X(1).
01 RptDate            PIC X(8).
01 RptTime            PIC X(8).
01 RptUser            PIC X(10).
01 RptFile            PIC X(10).
01 RptAction          PIC X(10).
01 RptKey             PIC X(40).
01 RptFilePath        PIC X(30).
01 RptAddCount        PIC 9(5).
01 RptChgCount        PIC 9(5).
01 RptDelCount        PIC 9(5).
01 RptTotal           PIC 9(5) VALUE ZERO.
01 CountEdit          PIC ZZZZ9.
01 CountEdit2         PIC ZZZZ9.
01 CountEdit3         PIC ZZZZ9.


PROCEDURE DIVISION.
DISPLAY "Please enter the name of the inquiry user file (UserId|Role|AdvisorCode|Name per line)."
ACCEPT UserPath
DISPLAY "Please enter your user id."
ACCEPT SignOnId
PERFORM SignOn
IF SignedOn NOT = 'Y'
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

DISPLAY "Please enter the name of the course catalog file."
ACCEPT CatalogPath
DISPLAY "Please enter the name of the transfer equivalency file, or press Enter if none."
ACCEPT EquivPath
DISPLAY "Please enter the name of a degree requirements file that uses this catalog,"
DISPLAY "or press Enter when done."
ACCEPT DegreeReqPath
PERFORM UNTIL DegreeReqPath = SPACES OR DegreeCount >= 10
	COMPUTE DegreeCount = DegreeCount + 1
	MOVE DegreeReqPath TO DegreePaths(DegreeCount)
	DISPLAY "Please enter another degree requirements file, or press Enter when done."
	ACCEPT DegreeReqPath
END-PERFORM
DISPLAY "Please enter the name of the change history file (every change is appended)."
ACCEPT HistPath

IF CatalogPath = SPACES OR HistPath = SPACES
	DISPLAY "ERROR: a catalog file and a change history file are required."
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

PERFORM LoadCatalog
IF EquivPath NOT = SPACES
	PERFORM LoadEquiv
END-IF
PERFORM LoadDegreeRefs

MOVE SPACE TO MenuChoice
PERFORM UNTIL MenuChoice = '0'
	DISPLAY " "
	DISPLAY "Reference data maintenance"
	DISPLAY "1 - course catalog  2 - degree requirements  3 - transfer equivalencies"
	DISPLAY "4 - change report  0 - exit"
	ACCEPT MenuChoice
	EVALUATE MenuChoice
		WHEN '1'
			PERFORM CatalogMenu
		WHEN '2'
			PERFORM DegreeMenu
		WHEN '3'
			IF EquivPath = SPACES
				DISPLAY "No equivalency file was named at sign-on."
			ELSE
				PERFORM EquivMenu
			END-IF
		WHEN '4'
			PERFORM ChangeReport
		WHEN OTHER
			CONTINUE
	END-EVALUATE
END-PERFORM

DISPLAY "Changes saved:    " ChangeCount
DISPLAY "Changes rejected: " RejectCount
STOP RUN.

SignOn.
	MOVE 'N' TO SignedOn
	OPEN INPUT USER-FILE
	IF UserStatus NOT = '00'
		DISPLAY "ERROR: could not open user file " FUNCTION TRIM(UserPath)
			" (status " UserStatus ")"
		EXIT PARAGRAPH
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
			UNSTRING UserLine DELIMITED BY '|'
				INTO UserF1, UserF2
			IF UserF1(1:10) = SignOnId AND SignOnId NOT = SPACES
					AND FUNCTION UPPER-CASE(UserF1) NOT = "ROLE"
				IF FUNCTION UPPER-CASE(UserF2) = "REGISTRAR"
					MOVE 'Y' TO SignedOn
				ELSE
					DISPLAY "Sign-on refused: reference data is maintained by registrar staff only."
					MOVE 'X' TO SignedOn
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE USER-FILE
	IF SignedOn = 'N'
		DISPLAY "Sign-on refused: user id " FUNCTION TRIM(SignOnId)
			" is not on the user file."
	END-IF.

LoadCatalog.
	MOVE ZERO TO CatCount
	MOVE SPACE TO FileEOF
	OPEN INPUT COURSE-CATALOG-FILE
	IF CatalogStatus NOT = '00'
		DISPLAY "ERROR: could not open catalog file " FUNCTION TRIM(CatalogPath)
			" (status " CatalogStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL FileEOF = 'Y'
		READ COURSE-CATALOG-FILE
			AT END MOVE 'Y' TO FileEOF
		END-READ
		IF FileEOF NOT = 'Y'
			IF CatCount >= 400
				DISPLAY "ERROR: catalog " FUNCTION TRIM(CatalogPath)
					" has more than 400 lines and cannot be maintained here."
				CLOSE COURSE-CATALOG-FILE
				MOVE 8 TO RETURN-CODE
				STOP RUN
			END-IF
			COMPUTE CatCount = CatCount + 1
			MOVE CatCount TO CatIdx
			MOVE CatalogRec TO CatLine(CatIdx)
			PERFORM ParseCatLine
		END-IF
	END-PERFORM
	CLOSE COURSE-CATALOG-FILE.

ParseCatLine.
	MOVE SPACES TO CatCourse(CatIdx)
	MOVE SPACES TO CatTitle(CatIdx)
	MOVE SPACES TO CatHours(CatIdx)
	MOVE SPACES TO CatPrereqs(CatIdx)
	MOVE SPACES TO CatTerms(CatIdx)
	MOVE SPACES TO CatFromRaw(CatIdx)
	MOVE SPACES TO CatThruRaw(CatIdx)
	MOVE 'N' TO CatDeleted(CatIdx)
	UNSTRING CatLine(CatIdx) DELIMITED BY '|'
		INTO CatCourse(CatIdx), CatTitle(CatIdx), CatHours(CatIdx),
			CatPrereqs(CatIdx), CatTerms(CatIdx), CatFromRaw(CatIdx),
			CatThruRaw(CatIdx)
	MOVE ZERO TO CatFrom(CatIdx)
	MOVE 9999 TO CatThru(CatIdx)
	IF CatFromRaw(CatIdx)(1:4) NUMERIC
		MOVE CatFromRaw(CatIdx)(1:4) TO CatFrom(CatIdx)
	END-IF
	IF CatThruRaw(CatIdx)(1:4) NUMERIC
		MOVE CatThruRaw(CatIdx)(1:4) TO CatThru(CatIdx)
	END-IF.

BuildCatLine.
	MOVE SPACES TO CatLine(CatIdx)
	IF CatFromRaw(CatIdx) = SPACES AND CatThruRaw(CatIdx) = SPACES
		STRING FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatTitle(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatHours(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatPrereqs(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatTerms(CatIdx)) DELIMITED BY SIZE
			INTO CatLine(CatIdx)
	ELSE
		STRING FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatTitle(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatHours(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatPrereqs(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatTerms(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatFromRaw(CatIdx)) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(CatThruRaw(CatIdx)) DELIMITED BY SIZE
			INTO CatLine(CatIdx)
	END-IF
	MOVE ZERO TO CatFrom(CatIdx)
	MOVE 9999 TO CatThru(CatIdx)
	IF CatFromRaw(CatIdx)(1:4) NUMERIC
		MOVE CatFromRaw(CatIdx)(1:4) TO CatFrom(CatIdx)
	END-IF
	IF CatThruRaw(CatIdx)(1:4) NUMERIC
		MOVE CatThruRaw(CatIdx)(1:4) TO CatThru(CatIdx)
	END-IF.

SaveCatalog.
	MOVE 'N' TO SaveOK
	OPEN OUTPUT COURSE-CATALOG-FILE
	IF CatalogStatus NOT = '00'
		DISPLAY "ERROR: could not rewrite catalog file " FUNCTION TRIM(CatalogPath)
			" (status " CatalogStatus ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatDeleted(CatIdx) NOT = 'Y'
			MOVE CatLine(CatIdx) TO CatalogRec
			WRITE CatalogRec
		END-IF
	END-PERFORM
	CLOSE COURSE-CATALOG-FILE
	MOVE 'Y' TO SaveOK.

LoadEquiv.
	MOVE ZERO TO EqCount
	MOVE SPACE TO FileEOF
	OPEN INPUT EQUIVALENCY-FILE
	IF EquivStatus NOT = '00'
		DISPLAY "ERROR: could not open equivalency file " FUNCTION TRIM(EquivPath)
			" (status " EquivStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL FileEOF = 'Y'
		READ EQUIVALENCY-FILE
			AT END MOVE 'Y' TO FileEOF
		END-READ
		IF FileEOF NOT = 'Y' AND EquivRec NOT = SPACES
			IF EqCount >= 200
				DISPLAY "ERROR: equivalency file " FUNCTION TRIM(EquivPath)
					" has more than 200 lines and cannot be maintained here."
				CLOSE EQUIVALENCY-FILE
				MOVE 8 TO RETURN-CODE
				STOP RUN
			END-IF
			COMPUTE EqCount = EqCount + 1
			MOVE EquivRec TO EqLine(EqCount)
			MOVE SPACES TO EqExt(EqCount)
			MOVE SPACES TO EqLocal(EqCount)
			MOVE SPACES TO EqHours(EqCount)
			MOVE 'N' TO EqDeleted(EqCount)
			UNSTRING EquivRec DELIMITED BY '|'
				INTO EqExt(EqCount), EqLocal(EqCount), EqHours(EqCount)
		END-IF
	END-PERFORM
	CLOSE EQUIVALENCY-FILE.

SaveEquiv.
	MOVE 'N' TO SaveOK
	OPEN OUTPUT EQUIVALENCY-FILE
	IF EquivStatus NOT = '00'
		DISPLAY "ERROR: could not rewrite equivalency file " FUNCTION TRIM(EquivPath)
			" (status " EquivStatus ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING EqIdx FROM 1 BY 1 UNTIL EqIdx > EqCount
		IF EqDeleted(EqIdx) NOT = 'Y'
			MOVE EqLine(EqIdx) TO EquivRec
			WRITE EquivRec
		END-IF
	END-PERFORM
	CLOSE EQUIVALENCY-FILE
	MOVE 'Y' TO SaveOK.

LoadDegreeRefs.
	MOVE ZERO TO DrCount
	MOVE ZERO TO DrDropCount
	PERFORM VARYING DegreeIdx FROM 1 BY 1 UNTIL DegreeIdx > DegreeCount
		MOVE DegreePaths(DegreeIdx) TO DegreeReqPath
		MOVE SPACE TO FileEOF
		MOVE 'Y' TO DrFirstSw
		MOVE 'N' TO DrBlockSw
		MOVE 'Y' TO DrOpenSw
		OPEN INPUT DEGREE-REQ-FILE
		IF DegReqStatus NOT = '00'
			MOVE 'N' TO DrOpenSw
			DISPLAY "WARNING: could not open degree file " FUNCTION TRIM(DegreeReqPath)
				" (status " DegReqStatus "); its courses are not protected from deletion"
			MOVE 'Y' TO FileEOF
		END-IF
		PERFORM UNTIL FileEOF = 'Y'
			READ DEGREE-REQ-FILE
				AT END MOVE 'Y' TO FileEOF
			END-READ
			IF FileEOF NOT = 'Y'
				EVALUATE TRUE
					WHEN DrFirstSw = 'Y'
						MOVE 'N' TO DrFirstSw
					WHEN DegreeReqRec(1:6) = "YEARS|"
						CONTINUE
					WHEN DegreeReqRec(1:6) = "BLOCK|"
						MOVE 'Y' TO DrBlockSw
					WHEN DegreeReqRec(1:8) = "ENDBLOCK"
						MOVE 'N' TO DrBlockSw
					WHEN DegreeReqRec(1:30) = SPACES
						CONTINUE
					WHEN OTHER
						MOVE ZERO TO StarCount
						INSPECT DegreeReqRec(1:30) TALLYING StarCount FOR ALL '*'
						IF StarCount = 0
							IF DrCount < 2000
								COMPUTE DrCount = DrCount + 1
								MOVE DegreeIdx TO DrPathIdx(DrCount)
								MOVE DegreeReqRec(1:30) TO DrCourse(DrCount)
							ELSE
								COMPUTE DrDropCount = DrDropCount + 1
							END-IF
						END-IF
				END-EVALUATE
			END-IF
		END-PERFORM
		IF DrOpenSw = 'Y'
			CLOSE DEGREE-REQ-FILE
		END-IF
	END-PERFORM
	IF DrDropCount > 0
		DISPLAY "WARNING: degree course table is full; " DrDropCount
			" degree requirement(s) are not protected from deletion"
	END-IF.

CatalogMenu.
	MOVE SPACE TO SubChoice
	PERFORM UNTIL SubChoice = '0'
		DISPLAY " "
		DISPLAY "Course catalog " FUNCTION TRIM(CatalogPath)
		DISPLAY "I - inquire  A - add  C - change  D - delete  0 - back"
		ACCEPT SubChoice
		MOVE FUNCTION UPPER-CASE(SubChoice) TO SubChoice
		EVALUATE SubChoice
			WHEN 'I'
				PERFORM CatInquire
			WHEN 'A'
				PERFORM CatAdd
			WHEN 'C'
				PERFORM CatChange
			WHEN 'D'
				PERFORM CatDelete
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.

CatInquire.
	DISPLAY "Please enter the course key, or press Enter to list the whole catalog."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	MOVE ZERO TO CatVerCount
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatDeleted(CatIdx) NOT = 'Y' AND CatCourse(CatIdx) NOT = SPACES
			IF InCourse = SPACES OR CatCourse(CatIdx) = InCourse
				COMPUTE CatVerCount = CatVerCount + 1
				PERFORM ShowCatVersion
			END-IF
		END-IF
	END-PERFORM
	IF CatVerCount = 0
		DISPLAY "Course " FUNCTION TRIM(InCourse) " is not in the catalog."
	END-IF.

ShowCatVersion.
	MOVE CatFrom(CatIdx) TO YrFrom
	MOVE CatThru(CatIdx) TO YrThru
	PERFORM FormatYearRange
	DISPLAY CatVerCount ". " FUNCTION TRIM(CatCourse(CatIdx)) " - "
		FUNCTION TRIM(CatTitle(CatIdx)) " (" FUNCTION TRIM(CatHours(CatIdx))
		" hours, " FUNCTION TRIM(YearText) ")"
	IF CatPrereqs(CatIdx) = SPACES
		DISPLAY "     prerequisites: none"
	ELSE
		DISPLAY "     prerequisites: " FUNCTION TRIM(CatPrereqs(CatIdx))
	END-IF
	IF CatTerms(CatIdx) = SPACES
		DISPLAY "     terms offered: every term"
	ELSE
		DISPLAY "     terms offered: " FUNCTION TRIM(CatTerms(CatIdx))
	END-IF.

PickCatVersion.
	MOVE ZERO TO CatPick
	MOVE ZERO TO CatVerCount
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatDeleted(CatIdx) NOT = 'Y' AND CatCourse(CatIdx) = InCourse
			COMPUTE CatVerCount = CatVerCount + 1
			PERFORM ShowCatVersion
			MOVE CatIdx TO CatPick
		END-IF
	END-PERFORM
	IF CatVerCount = 0
		DISPLAY "Course " FUNCTION TRIM(InCourse) " is not in the catalog."
		EXIT PARAGRAPH
	END-IF
	IF CatVerCount > 1
		MOVE ZERO TO CatPick
		DISPLAY "Please enter the version number."
		ACCEPT InLineNbr
		IF FUNCTION TRIM(InLineNbr) IS NUMERIC
			MOVE ZERO TO CatVerCount
			PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
				IF CatDeleted(CatIdx) NOT = 'Y' AND CatCourse(CatIdx) = InCourse
					COMPUTE CatVerCount = CatVerCount + 1
					IF CatVerCount = FUNCTION NUMVAL(InLineNbr)
						MOVE CatIdx TO CatPick
					END-IF
				END-IF
			END-PERFORM
		END-IF
		IF CatPick = 0
			DISPLAY "No such version."
		END-IF
	END-IF.

PromptCatFields.
	DISPLAY "For each field press Enter to keep the value shown, or enter - to clear it."
	DISPLAY "Title [" FUNCTION TRIM(InTitle) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE InRaw(1:40) TO InTitle
	END-IF
	DISPLAY "Credit hours [" FUNCTION TRIM(InHours) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION TRIM(InRaw) TO InHours
	END-IF
	DISPLAY "Prerequisites (A,B+C - a comma separates required groups,"
	DISPLAY "+ joins alternatives, @ marks a corequisite) ["
		FUNCTION TRIM(InPrereqs) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION UPPER-CASE(InRaw) TO InPrereqs
	END-IF
	DISPLAY "Terms offered (FA SP SU; blank = every term) [" FUNCTION TRIM(InTerms) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION UPPER-CASE(InRaw(1:10)) TO InTerms
	END-IF
	DISPLAY "First catalog year this version applies to (blank = all earlier years) ["
		FUNCTION TRIM(InFromRaw) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION TRIM(InRaw) TO InFromRaw
	END-IF
	DISPLAY "Last catalog year this version applies to (blank = open-ended) ["
		FUNCTION TRIM(InThruRaw) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION TRIM(InRaw) TO InThruRaw
	END-IF
	IF InTitle = "-"
		MOVE SPACES TO InTitle
	END-IF
	IF InHours = "-"
		MOVE SPACES TO InHours
	END-IF
	IF InPrereqs = "-"
		MOVE SPACES TO InPrereqs
	END-IF
	IF InTerms = "-"
		MOVE SPACES TO InTerms
	END-IF
	IF InFromRaw = "-"
		MOVE SPACES TO InFromRaw
	END-IF
	IF InThruRaw = "-"
		MOVE SPACES TO InThruRaw
	END-IF
	PERFORM CheckCatFields.

CheckCatFields.
	MOVE 'Y' TO FieldOK
	MOVE ZERO TO PipeCount
	INSPECT InCourse TALLYING PipeCount FOR ALL '|'
	INSPECT InTitle TALLYING PipeCount FOR ALL '|'
	INSPECT InHours TALLYING PipeCount FOR ALL '|'
	INSPECT InPrereqs TALLYING PipeCount FOR ALL '|'
	INSPECT InTerms TALLYING PipeCount FOR ALL '|'
	INSPECT InFromRaw TALLYING PipeCount FOR ALL '|'
	INSPECT InThruRaw TALLYING PipeCount FOR ALL '|'
	IF PipeCount > 0
		DISPLAY "  A field may not contain the | character."
		MOVE 'N' TO FieldOK
	END-IF
	IF InTitle = SPACES
		DISPLAY "  A title is required."
		MOVE 'N' TO FieldOK
	END-IF
	IF InHours(1:1) NOT NUMERIC OR InHours(2:4) NOT = SPACES
		DISPLAY "  Credit hours must be a single digit 0-9."
		MOVE 'N' TO FieldOK
	END-IF
	MOVE SPACES TO TermTok(1) TermTok(2) TermTok(3)
	UNSTRING InTerms DELIMITED BY ALL SPACE OR ','
		INTO TermTok(1), TermTok(2), TermTok(3)
	PERFORM VARYING TermTokIdx FROM 1 BY 1 UNTIL TermTokIdx > 3
		IF TermTok(TermTokIdx) NOT = SPACES
				AND TermTok(TermTokIdx) NOT = "FA"
				AND TermTok(TermTokIdx) NOT = "SP"
				AND TermTok(TermTokIdx) NOT = "SU"
			DISPLAY "  Terms offered code " FUNCTION TRIM(TermTok(TermTokIdx))
				" is not FA, SP or SU."
			MOVE 'N' TO FieldOK
		END-IF
	END-PERFORM
	MOVE ZERO TO WorkFrom
	MOVE 9999 TO WorkThru
	IF InFromRaw NOT = SPACES
		IF InFromRaw(1:4) NUMERIC AND InFromRaw(5:1) = SPACE
			MOVE InFromRaw(1:4) TO WorkFrom
		ELSE
			DISPLAY "  The first catalog year must be a four-digit year."
			MOVE 'N' TO FieldOK
		END-IF
	END-IF
	IF InThruRaw NOT = SPACES
		IF InThruRaw(1:4) NUMERIC AND InThruRaw(5:1) = SPACE
			MOVE InThruRaw(1:4) TO WorkThru
		ELSE
			DISPLAY "  The last catalog year must be a four-digit year."
			MOVE 'N' TO FieldOK
		END-IF
	END-IF
	IF WorkThru < WorkFrom
		DISPLAY "  The last catalog year is before the first."
		MOVE 'N' TO FieldOK
	END-IF.

CatAdd.
	DISPLAY "Please enter the course key to add."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	IF CatCount >= 400
		DISPLAY "The catalog table is full; no course can be added."
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO InTitle
	MOVE SPACES TO InHours
	MOVE SPACES TO InPrereqs
	MOVE SPACES TO InTerms
	MOVE SPACES TO InFromRaw
	MOVE SPACES TO InThruRaw
	PERFORM PromptCatFields
	IF FieldOK NOT = 'Y'
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateCatalog
	PERFORM SaveBaseMsgs
	COMPUTE CatCount = CatCount + 1
	MOVE CatCount TO CatIdx
	PERFORM MoveInToCat
	PERFORM ValidateCatalog
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		COMPUTE CatCount = CatCount - 1
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "CATALOG" TO HistFile
	MOVE "ADD" TO HistAction
	MOVE InCourse TO HistKey
	MOVE CatalogPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveCatalog
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		COMPUTE CatCount = CatCount - 1
		PERFORM EndHistory
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'A' TO HistTag
	MOVE CatLine(CatCount) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Course " FUNCTION TRIM(InCourse) " added."
	PERFORM ShowRemainingMsgs.

MoveInToCat.
	MOVE InCourse TO CatCourse(CatIdx)
	MOVE InTitle TO CatTitle(CatIdx)
	MOVE InHours TO CatHours(CatIdx)
	MOVE InPrereqs TO CatPrereqs(CatIdx)
	MOVE InTerms TO CatTerms(CatIdx)
	MOVE InFromRaw TO CatFromRaw(CatIdx)
	MOVE InThruRaw TO CatThruRaw(CatIdx)
	MOVE 'N' TO CatDeleted(CatIdx)
	PERFORM BuildCatLine.

CatChange.
	DISPLAY "Please enter the course key to change."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM PickCatVersion
	IF CatPick = 0
		EXIT PARAGRAPH
	END-IF
	MOVE CatTitle(CatPick) TO InTitle
	MOVE CatHours(CatPick) TO InHours
	MOVE CatPrereqs(CatPick) TO InPrereqs
	MOVE CatTerms(CatPick) TO InTerms
	MOVE CatFromRaw(CatPick) TO InFromRaw
	MOVE CatThruRaw(CatPick) TO InThruRaw
	PERFORM PromptCatFields
	IF FieldOK NOT = 'Y'
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateCatalog
	PERFORM SaveBaseMsgs
	MOVE CatEntry(CatPick) TO CatHold
	MOVE CatPick TO CatIdx
	PERFORM MoveInToCat
	IF CatLine(CatPick) = CatHold(1:200)
		DISPLAY "Nothing was changed."
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateCatalog
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		MOVE CatHold TO CatEntry(CatPick)
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "CATALOG" TO HistFile
	MOVE "CHANGE" TO HistAction
	MOVE InCourse TO HistKey
	MOVE CatalogPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveCatalog
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		MOVE CatHold TO CatEntry(CatPick)
		PERFORM EndHistory
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'B' TO HistTag
	MOVE CatHold(1:200) TO HistImage
	PERFORM WriteHistImage
	MOVE 'A' TO HistTag
	MOVE CatLine(CatPick) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Course " FUNCTION TRIM(InCourse) " changed."
	PERFORM ShowRemainingMsgs.

CatDelete.
	DISPLAY "Please enter the course key to delete."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM PickCatVersion
	IF CatPick = 0
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Delete this version of " FUNCTION TRIM(InCourse) "? (Y/N)"
	ACCEPT ConfirmSw
	IF FUNCTION UPPER-CASE(ConfirmSw) NOT = 'Y'
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateCatalog
	PERFORM SaveBaseMsgs
	MOVE 'Y' TO CatDeleted(CatPick)
	PERFORM ValidateCatalog
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		MOVE 'N' TO CatDeleted(CatPick)
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not deleted."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "CATALOG" TO HistFile
	MOVE "DELETE" TO HistAction
	MOVE InCourse TO HistKey
	MOVE CatalogPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveCatalog
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		MOVE 'N' TO CatDeleted(CatPick)
		PERFORM EndHistory
		DISPLAY "Course " FUNCTION TRIM(InCourse) " was not deleted."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'B' TO HistTag
	MOVE CatLine(CatPick) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Course " FUNCTION TRIM(InCourse) " deleted."
	PERFORM ShowRemainingMsgs.

EquivMenu.
	MOVE SPACE TO SubChoice
	PERFORM UNTIL SubChoice = '0'
		DISPLAY " "
		DISPLAY "Transfer equivalencies " FUNCTION TRIM(EquivPath)
		DISPLAY "I - inquire  A - add  C - change  D - delete  0 - back"
		ACCEPT SubChoice
		MOVE FUNCTION UPPER-CASE(SubChoice) TO SubChoice
		EVALUATE SubChoice
			WHEN 'I'
				PERFORM EquivInquire
			WHEN 'A'
				PERFORM EquivAdd
			WHEN 'C'
				PERFORM EquivChange
			WHEN 'D'
				PERFORM EquivDelete
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.

FindEquiv.
	MOVE ZERO TO EqFoundIdx
	PERFORM VARYING EqIdx FROM 1 BY 1 UNTIL EqIdx > EqCount
		IF EqDeleted(EqIdx) NOT = 'Y' AND EqExt(EqIdx) = InCourse
				AND EqFoundIdx = 0
			MOVE EqIdx TO EqFoundIdx
		END-IF
	END-PERFORM.

EquivInquire.
	DISPLAY "Please enter the external course, or press Enter to list every equivalency."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	MOVE ZERO TO CatVerCount
	PERFORM VARYING EqIdx FROM 1 BY 1 UNTIL EqIdx > EqCount
		IF EqDeleted(EqIdx) NOT = 'Y'
			IF InCourse = SPACES OR EqExt(EqIdx) = InCourse
				COMPUTE CatVerCount = CatVerCount + 1
				DISPLAY FUNCTION TRIM(EqExt(EqIdx)) " counts as "
					FUNCTION TRIM(EqLocal(EqIdx)) " ("
					FUNCTION TRIM(EqHours(EqIdx)) " hours)"
			END-IF
		END-IF
	END-PERFORM
	IF CatVerCount = 0
		DISPLAY "No equivalency found."
	END-IF.

PromptEquivFields.
	DISPLAY "For each field press Enter to keep the value shown."
	DISPLAY "Local catalog course [" FUNCTION TRIM(InLocal) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InLocal
	END-IF
	DISPLAY "Transfer credit hours [" FUNCTION TRIM(InHours) "]"
	ACCEPT InRaw
	IF InRaw NOT = SPACES
		MOVE FUNCTION TRIM(InRaw) TO InHours
	END-IF
	MOVE 'Y' TO FieldOK
	MOVE ZERO TO PipeCount
	INSPECT InCourse TALLYING PipeCount FOR ALL '|'
	INSPECT InLocal TALLYING PipeCount FOR ALL '|'
	INSPECT InHours TALLYING PipeCount FOR ALL '|'
	IF PipeCount > 0
		DISPLAY "  A field may not contain the | character."
		MOVE 'N' TO FieldOK
	END-IF
	IF InLocal = SPACES
		DISPLAY "  A local catalog course is required."
		MOVE 'N' TO FieldOK
	END-IF
	IF InHours(1:1) NOT NUMERIC OR InHours(2:4) NOT = SPACES
		DISPLAY "  Transfer credit hours must be a single digit 0-9."
		MOVE 'N' TO FieldOK
	END-IF.

BuildEquivLine.
	MOVE SPACES TO EqLine(EqIdx)
	STRING FUNCTION TRIM(EqExt(EqIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(EqLocal(EqIdx)) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(EqHours(EqIdx)) DELIMITED BY SIZE
		INTO EqLine(EqIdx).

EquivAdd.
	DISPLAY "Please enter the external (transfer) course to add."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM FindEquiv
	IF EqFoundIdx > 0
		DISPLAY FUNCTION TRIM(InCourse) " is already on file; use change."
		EXIT PARAGRAPH
	END-IF
	IF EqCount >= 200
		DISPLAY "The equivalency table is full; nothing can be added."
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO InLocal
	MOVE SPACES TO InHours
	PERFORM PromptEquivFields
	IF FieldOK NOT = 'Y'
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateEquiv
	PERFORM SaveBaseMsgs
	COMPUTE EqCount = EqCount + 1
	MOVE EqCount TO EqIdx
	MOVE InCourse TO EqExt(EqIdx)
	MOVE InLocal TO EqLocal(EqIdx)
	MOVE InHours TO EqHours(EqIdx)
	MOVE 'N' TO EqDeleted(EqIdx)
	PERFORM BuildEquivLine
	PERFORM ValidateEquiv
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		COMPUTE EqCount = EqCount - 1
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "EQUIV" TO HistFile
	MOVE "ADD" TO HistAction
	MOVE InCourse TO HistKey
	MOVE EquivPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveEquiv
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		COMPUTE EqCount = EqCount - 1
		PERFORM EndHistory
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not added."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'A' TO HistTag
	MOVE EqLine(EqCount) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " added."
	PERFORM ShowRemainingMsgs.

EquivChange.
	DISPLAY "Please enter the external course to change."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM FindEquiv
	IF EqFoundIdx = 0
		DISPLAY FUNCTION TRIM(InCourse) " is not on the equivalency file."
		EXIT PARAGRAPH
	END-IF
	MOVE EqLocal(EqFoundIdx) TO InLocal
	MOVE EqHours(EqFoundIdx) TO InHours
	PERFORM PromptEquivFields
	IF FieldOK NOT = 'Y'
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateEquiv
	PERFORM SaveBaseMsgs
	MOVE EqEntry(EqFoundIdx) TO EqHold
	MOVE EqFoundIdx TO EqIdx
	MOVE InLocal TO EqLocal(EqIdx)
	MOVE InHours TO EqHours(EqIdx)
	PERFORM BuildEquivLine
	IF EqLine(EqFoundIdx) = EqHold(1:100)
		DISPLAY "Nothing was changed."
		EXIT PARAGRAPH
	END-IF
	PERFORM ValidateEquiv
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		MOVE EqHold TO EqEntry(EqFoundIdx)
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "EQUIV" TO HistFile
	MOVE "CHANGE" TO HistAction
	MOVE InCourse TO HistKey
	MOVE EquivPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveEquiv
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		MOVE EqHold TO EqEntry(EqFoundIdx)
		PERFORM EndHistory
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'B' TO HistTag
	MOVE EqHold(1:100) TO HistImage
	PERFORM WriteHistImage
	MOVE 'A' TO HistTag
	MOVE EqLine(EqFoundIdx) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " changed."
	PERFORM ShowRemainingMsgs.

EquivDelete.
	DISPLAY "Please enter the external course to delete."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM FindEquiv
	IF EqFoundIdx = 0
		DISPLAY FUNCTION TRIM(InCourse) " is not on the equivalency file."
		EXIT PARAGRAPH
	END-IF
	DISPLAY FUNCTION TRIM(EqExt(EqFoundIdx)) " counts as "
		FUNCTION TRIM(EqLocal(EqFoundIdx)) " (" FUNCTION TRIM(EqHours(EqFoundIdx))
		" hours). Delete it? (Y/N)"
	ACCEPT ConfirmSw
	IF FUNCTION UPPER-CASE(ConfirmSw) NOT = 'Y'
		EXIT PARAGRAPH
	END-IF
	MOVE "EQUIV" TO HistFile
	MOVE "DELETE" TO HistAction
	MOVE InCourse TO HistKey
	MOVE EquivPath TO HistFilePath
	MOVE 'Y' TO EqDeleted(EqFoundIdx)
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveEquiv
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		MOVE 'N' TO EqDeleted(EqFoundIdx)
		PERFORM EndHistory
		DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " was not deleted."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'B' TO HistTag
	MOVE EqLine(EqFoundIdx) TO HistImage
	PERFORM WriteHistImage
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Equivalency for " FUNCTION TRIM(InCourse) " deleted.".

DegreeMenu.
	DISPLAY "Please enter the name of the degree requirements file to maintain."
	ACCEPT DegreeReqPath
	IF DegreeReqPath = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM LoadDegreeFile
	IF DegLoaded NOT = 'Y'
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO DrFirstSw
	PERFORM VARYING DegreeIdx FROM 1 BY 1 UNTIL DegreeIdx > DegreeCount
		IF DegreePaths(DegreeIdx) = DegreeReqPath
			MOVE 'Y' TO DrFirstSw
		END-IF
	END-PERFORM
	IF DrFirstSw = 'N' AND DegreeCount < 10
		COMPUTE DegreeCount = DegreeCount + 1
		MOVE DegreeReqPath TO DegreePaths(DegreeCount)
	END-IF
	MOVE SPACE TO SubChoice
	PERFORM UNTIL SubChoice = '0'
		DISPLAY " "
		DISPLAY "Degree requirements " FUNCTION TRIM(DegreeReqPath)
		DISPLAY "I - inquire  A - add  C - change  D - delete  0 - back"
		ACCEPT SubChoice
		MOVE FUNCTION UPPER-CASE(SubChoice) TO SubChoice
		EVALUATE SubChoice
			WHEN 'I'
				PERFORM DegInquire
			WHEN 'A'
				PERFORM DegAdd
			WHEN 'C'
				PERFORM DegChange
			WHEN 'D'
				PERFORM DegDelete
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM
	PERFORM LoadDegreeRefs.

LoadDegreeFile.
	MOVE 'N' TO DegLoaded
	MOVE ZERO TO DegLineCount
	MOVE SPACE TO FileEOF
	OPEN INPUT DEGREE-REQ-FILE
	IF DegReqStatus = '35'
		DISPLAY "Degree file " FUNCTION TRIM(DegreeReqPath)
			" does not exist. Create it? (Y/N)"
		ACCEPT ConfirmSw
		IF FUNCTION UPPER-CASE(ConfirmSw) NOT = 'Y'
			EXIT PARAGRAPH
		END-IF
		DISPLAY "Please enter the major or program code."
		ACCEPT InRaw
		MOVE FUNCTION UPPER-CASE(InRaw(1:10)) TO MajorCode
		DISPLAY "Please enter the total credits required."
		ACCEPT InCredits
		IF MajorCode = SPACES OR FUNCTION TRIM(InCredits) NOT NUMERIC
			DISPLAY "A program code and numeric total credits are required."
			EXIT PARAGRAPH
		END-IF
		MOVE SPACES TO DegLine(1)
		STRING FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM(InCredits) DELIMITED BY SIZE
			INTO DegLine(1)
		MOVE 1 TO DegLineCount
		MOVE "DEGREE" TO HistFile
		MOVE "ADD" TO HistAction
		MOVE MajorCode TO HistKey
		MOVE DegreeReqPath TO HistFilePath
		PERFORM BeginHistory
		IF HistOK = 'Y'
			PERFORM SaveDegree
		END-IF
		IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
			PERFORM EndHistory
			EXIT PARAGRAPH
		END-IF
		PERFORM WriteHistHeader
		MOVE 'A' TO HistTag
		MOVE DegLine(1) TO HistImage
		PERFORM WriteHistImage
		PERFORM EndHistory
		COMPUTE ChangeCount = ChangeCount + 1
		MOVE 'Y' TO DegLoaded
		EXIT PARAGRAPH
	END-IF
	IF DegReqStatus NOT = '00'
		DISPLAY "ERROR: could not open degree file " FUNCTION TRIM(DegreeReqPath)
			" (status " DegReqStatus ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL FileEOF = 'Y'
		READ DEGREE-REQ-FILE
			AT END MOVE 'Y' TO FileEOF
		END-READ
		IF FileEOF NOT = 'Y'
			IF DegLineCount >= 300
				DISPLAY "ERROR: degree file " FUNCTION TRIM(DegreeReqPath)
					" has more than 300 lines and cannot be maintained here."
				CLOSE DEGREE-REQ-FILE
				EXIT PARAGRAPH
			END-IF
			COMPUTE DegLineCount = DegLineCount + 1
			MOVE DegreeReqRec TO DegLine(DegLineCount)
		END-IF
	END-PERFORM
	CLOSE DEGREE-REQ-FILE
	IF DegLineCount = 0
		DISPLAY "ERROR: degree file " FUNCTION TRIM(DegreeReqPath)
			" is empty; it needs a Major|TotalCredits header line."
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO DegLoaded.

SaveDegree.
	MOVE 'N' TO SaveOK
	OPEN OUTPUT DEGREE-REQ-FILE
	IF DegReqStatus NOT = '00'
		DISPLAY "ERROR: could not rewrite degree file " FUNCTION TRIM(DegreeReqPath)
			" (status " DegReqStatus ")"
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING DegIdx FROM 1 BY 1 UNTIL DegIdx > DegLineCount
		MOVE DegLine(DegIdx) TO DegreeReqRec
		WRITE DegreeReqRec
	END-PERFORM
	CLOSE DEGREE-REQ-FILE
	MOVE 'Y' TO SaveOK.

DegInquire.
	PERFORM VARYING DegIdx FROM 1 BY 1 UNTIL DegIdx > DegLineCount
		PERFORM ShowDegLine
	END-PERFORM.

ShowDegLine.
	MOVE DegLine(DegIdx) TO DegWork
	EVALUATE TRUE
		WHEN DegIdx = 1
			MOVE SPACES TO WorkF1
			MOVE SPACES TO WorkF2
			UNSTRING DegWork DELIMITED BY '|' INTO WorkF1, WorkF2
			DISPLAY DegIdx "  Program " FUNCTION TRIM(WorkF1)
				", total credits " FUNCTION TRIM(WorkF2)
		WHEN DegWork(1:6) = "YEARS|"
			MOVE SPACES TO VerTag
			MOVE SPACES TO VerFromRaw
			MOVE SPACES TO VerThruRaw
			MOVE SPACES TO VerCredRaw
			UNSTRING DegWork DELIMITED BY '|'
				INTO VerTag, VerFromRaw, VerThruRaw, VerCredRaw
			IF VerThruRaw = SPACES
				MOVE "open" TO VerThruRaw
			END-IF
			IF VerCredRaw = SPACES
				DISPLAY DegIdx "  Catalog years " FUNCTION TRIM(VerFromRaw)
					" through " FUNCTION TRIM(VerThruRaw)
			ELSE
				DISPLAY DegIdx "  Catalog years " FUNCTION TRIM(VerFromRaw)
					" through " FUNCTION TRIM(VerThruRaw)
					" (total credits " FUNCTION TRIM(VerCredRaw) ")"
			END-IF
		WHEN DegWork(1:6) = "BLOCK|"
			MOVE SPACES TO BlkHdrTag
			MOVE SPACES TO BlkHdrName
			MOVE SPACES TO BlkHdrUnit
			MOVE SPACES TO BlkHdrMin
			UNSTRING DegWork DELIMITED BY '|'
				INTO BlkHdrTag, BlkHdrName, BlkHdrUnit, BlkHdrMin
			DISPLAY DegIdx "    Block " FUNCTION TRIM(BlkHdrName) ": at least "
				FUNCTION TRIM(BlkHdrMin) " " FUNCTION TRIM(BlkHdrUnit) " from"
		WHEN DegWork(1:8) = "ENDBLOCK"
			DISPLAY DegIdx "    End of block"
		WHEN OTHER
			PERFORM CheckLineInBlock
			IF DegInBlockSw = 'Y'
				DISPLAY DegIdx "      " FUNCTION TRIM(DegWork)
			ELSE
				DISPLAY DegIdx "    Required " FUNCTION TRIM(DegWork)
			END-IF
	END-EVALUATE.

CheckLineInBlock.
	MOVE 'N' TO DegInBlockSw
	PERFORM VARYING DegIdx2 FROM 2 BY 1 UNTIL DegIdx2 >= DegIdx
		EVALUATE TRUE
			WHEN DegLine(DegIdx2)(1:6) = "BLOCK|"
				MOVE 'Y' TO DegInBlockSw
			WHEN DegLine(DegIdx2)(1:8) = "ENDBLOCK"
				MOVE 'N' TO DegInBlockSw
			WHEN DegLine(DegIdx2)(1:6) = "YEARS|"
				MOVE 'N' TO DegInBlockSw
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.

FindSection.
	MOVE 'N' TO SecFound
	MOVE ZERO TO SecStart
	IF SecYearRaw = SPACES
		MOVE 1 TO SecStart
		MOVE 'Y' TO SecFound
	ELSE
		PERFORM VARYING DegIdx FROM 2 BY 1 UNTIL DegIdx > DegLineCount
			IF DegLine(DegIdx)(1:6) = "YEARS|" AND SecFound = 'N'
				MOVE SPACES TO VerTag
				MOVE SPACES TO VerFromRaw
				UNSTRING DegLine(DegIdx) DELIMITED BY '|'
					INTO VerTag, VerFromRaw
				IF VerFromRaw(1:4) = SecYearRaw(1:4)
					MOVE DegIdx TO SecStart
					MOVE 'Y' TO SecFound
				END-IF
			END-IF
		END-PERFORM
	END-IF
	IF SecFound = 'N'
		EXIT PARAGRAPH
	END-IF
	MOVE DegLineCount TO SecEnd
	MOVE 'N' TO DegEndSw
	PERFORM VARYING DegIdx FROM SecStart BY 1
			UNTIL DegIdx >= DegLineCount OR DegEndSw = 'Y'
		IF DegLine(DegIdx + 1)(1:6) = "YEARS|"
			MOVE DegIdx TO SecEnd
			MOVE 'Y' TO DegEndSw
		END-IF
	END-PERFORM.

FindBlockInSection.
	MOVE ZERO TO BlkLineIdx
	MOVE ZERO TO BlkEndIdx
	PERFORM VARYING DegIdx FROM SecStart BY 1 UNTIL DegIdx > SecEnd
		IF DegLine(DegIdx)(1:6) = "BLOCK|" AND BlkLineIdx = 0
			MOVE SPACES TO BlkHdrTag
			MOVE SPACES TO BlkHdrName
			UNSTRING DegLine(DegIdx) DELIMITED BY '|'
				INTO BlkHdrTag, BlkHdrName
			IF FUNCTION UPPER-CASE(BlkHdrName) = FUNCTION UPPER-CASE(InBlock)
				MOVE DegIdx TO BlkLineIdx
			END-IF
		END-IF
	END-PERFORM
	IF BlkLineIdx = 0
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO DegEndSw
	PERFORM VARYING DegIdx FROM BlkLineIdx BY 1
			UNTIL DegIdx > SecEnd OR DegEndSw = 'Y'
		IF DegLine(DegIdx)(1:8) = "ENDBLOCK"
			MOVE DegIdx TO BlkEndIdx
			MOVE 'Y' TO DegEndSw
		END-IF
	END-PERFORM.

InsertDegLine.
	PERFORM VARYING DegIdx FROM DegLineCount BY -1 UNTIL DegIdx < DegInsertAt
		MOVE DegLine(DegIdx) TO DegLine(DegIdx + 1)
	END-PERFORM
	MOVE DegInsertLine TO DegLine(DegInsertAt)
	COMPUTE DegLineCount = DegLineCount + 1.

DeleteDegLines.
	COMPUTE DegIdx2 = DegDelThru + 1
	PERFORM VARYING DegIdx FROM DegDelFrom BY 1
			UNTIL DegIdx2 > DegLineCount
		MOVE DegLine(DegIdx2) TO DegLine(DegIdx)
		COMPUTE DegIdx2 = DegIdx2 + 1
	END-PERFORM
	COMPUTE DegLineCount = DegLineCount - (DegDelThru - DegDelFrom + 1).

BeginDegChange.
	PERFORM ValidateDegree
	PERFORM SaveBaseMsgs
	MOVE DegTable TO DegSaveTable
	MOVE DegLineCount TO DegSaveCount.

FinishDegChange.
	PERFORM ValidateDegree
	PERFORM CompareMsgs
	IF NewMsgCount > 0
		MOVE DegSaveTable TO DegTable
		MOVE DegSaveCount TO DegLineCount
		DISPLAY "The degree file was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	MOVE "DEGREE" TO HistFile
	MOVE DegreeReqPath TO HistFilePath
	PERFORM BeginHistory
	IF HistOK = 'Y'
		PERFORM SaveDegree
	END-IF
	IF HistOK NOT = 'Y' OR SaveOK NOT = 'Y'
		MOVE DegSaveTable TO DegTable
		MOVE DegSaveCount TO DegLineCount
		PERFORM EndHistory
		DISPLAY "The degree file was not changed."
		COMPUTE RejectCount = RejectCount + 1
		EXIT PARAGRAPH
	END-IF
	PERFORM WriteHistHeader
	MOVE 'B' TO HistTag
	PERFORM VARYING DegIdx FROM DegDelFrom BY 1 UNTIL DegIdx > DegDelThru
		MOVE DegSaveLine(DegIdx) TO HistImage
		PERFORM WriteHistImage
	END-PERFORM
	MOVE 'A' TO HistTag
	PERFORM VARYING DegIdx FROM DegInsertAt BY 1 UNTIL DegIdx > DegIdx2
		MOVE DegLine(DegIdx) TO HistImage
		PERFORM WriteHistImage
	END-PERFORM
	PERFORM EndHistory
	COMPUTE ChangeCount = ChangeCount + 1
	DISPLAY "Degree file " FUNCTION TRIM(DegreeReqPath) " updated."
	PERFORM ShowRemainingMsgs.

DegAdd.
	DISPLAY "Add C - a required course  B - a requirement block  Y - a catalog-year section"
	ACCEPT SubChoice
	MOVE FUNCTION UPPER-CASE(SubChoice) TO SubChoice
	EVALUATE SubChoice
		WHEN 'C'
			PERFORM DegAddCourse
		WHEN 'B'
			PERFORM DegAddBlock
		WHEN 'Y'
			PERFORM DegAddYears
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	MOVE SPACE TO SubChoice.

PromptSection.
	DISPLAY "Please enter the first catalog year of the YEARS section to use,"
	DISPLAY "or press Enter for the lines that apply to every catalog year."
	ACCEPT SecYearRaw
	PERFORM FindSection
	IF SecFound = 'N'
		DISPLAY "There is no YEARS section starting in " FUNCTION TRIM(SecYearRaw) "."
	END-IF.

DegAddCourse.
	DISPLAY "Please enter the course key (a PREFIX* pattern is allowed inside a block)."
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO InCourse
	IF InCourse = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO PipeCount
	INSPECT InCourse TALLYING PipeCount FOR ALL '|'
	IF PipeCount > 0 OR InCourse(1:6) = "YEARS " OR InCourse(1:8) = "ENDBLOCK"
			OR InCourse(1:5) = "BLOCK"
		DISPLAY "That is not a valid course key."
		EXIT PARAGRAPH
	END-IF
	PERFORM PromptSection
	IF SecFound = 'N'
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Please enter the block to add it to, or press Enter for a named requirement."
	ACCEPT InBlock
	MOVE ZERO TO StarCount
	INSPECT InCourse TALLYING StarCount FOR ALL '*'
	IF InBlock = SPACES
		IF StarCount > 0
			DISPLAY "A PREFIX* pattern can only be a block member."
			EXIT PARAGRAPH
		END-IF
		COMPUTE DegInsertAt = SecEnd + 1
	ELSE
		PERFORM FindBlockInSection
		IF BlkLineIdx = 0
			DISPLAY "Block " FUNCTION TRIM(InBlock) " is not in that section."
			EXIT PARAGRAPH
		END-IF
		IF BlkEndIdx = 0
			COMPUTE DegInsertAt = SecEnd + 1
		ELSE
			MOVE BlkEndIdx TO DegInsertAt
		END-IF
	END-IF
	IF DegLineCount >= 300
		DISPLAY "The degree file is full; nothing can be added."
		EXIT PARAGRAPH
	END-IF
	PERFORM BeginDegChange
	MOVE InCourse TO DegInsertLine
	PERFORM InsertDegLine
	MOVE DegInsertAt TO DegIdx2
	MOVE 1 TO DegDelFrom
	MOVE ZERO TO DegDelThru
	MOVE "ADD" TO HistAction
	MOVE InCourse TO HistKey
	PERFORM FinishDegChange.

DegAddBlock.
	DISPLAY "Please enter the block name."
	ACCEPT InBlock
	IF InBlock = SPACES
		EXIT PARAGRAPH
	END-IF
	PERFORM PromptSection
	IF SecFound = 'N'
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Is the minimum counted in HOURS or COURSES?"
	ACCEPT InRaw
	MOVE FUNCTION UPPER-CASE(InRaw(1:10)) TO InUnit
	DISPLAY "Please enter the minimum."
	ACCEPT InMin
	MOVE ZERO TO PipeCount
	INSPECT InBlock TALLYING PipeCount FOR ALL '|'
	IF PipeCount > 0 OR (InUnit NOT = "HOURS" AND InUnit NOT = "COURSES")
			OR FUNCTION TRIM(InMin) NOT NUMERIC
		DISPLAY "The block needs a name without |, a unit of HOURS or COURSES"
		DISPLAY "and a numeric minimum."
		EXIT PARAGRAPH
	END-IF
	PERFORM BeginDegChange
	COMPUTE DegInsertAt = SecEnd + 1
	MOVE SPACES TO DegInsertLine
	STRING "BLOCK|" DELIMITED BY SIZE
		FUNCTION TRIM(InBlock) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(InUnit) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(InMin) DELIMITED BY SIZE
		INTO DegInsertLine
	MOVE DegInsertAt TO DegIdx2
	MOVE 'N' TO FieldOK
	PERFORM UNTIL FieldOK = 'Y'
		IF DegLineCount >= 299
			DISPLAY "The degree file is full."
			MOVE 'Y' TO FieldOK
		ELSE
			PERFORM InsertDegLine
			COMPUTE DegInsertAt = DegInsertAt + 1
			DISPLAY "Please enter a member course or PREFIX* pattern, or press Enter when done."
			ACCEPT InRaw
			MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO DegInsertLine
			MOVE ZERO TO PipeCount
			INSPECT DegInsertLine TALLYING PipeCount FOR ALL '|'
			IF DegInsertLine = SPACES OR PipeCount > 0
				MOVE 'Y' TO FieldOK
			END-IF
		END-IF
	END-PERFORM
	MOVE "ENDBLOCK" TO DegInsertLine
	PERFORM InsertDegLine
	MOVE DegInsertAt TO DegIdx2
	COMPUTE DegInsertAt = SecEnd + 1
	MOVE 1 TO DegDelFrom
	MOVE ZERO TO DegDelThru
	MOVE "ADD" TO HistAction
	MOVE InBlock TO HistKey
	PERFORM FinishDegChange.

DegAddYears.
	DISPLAY "Please enter the first catalog year of the new section."
	ACCEPT InFromRaw
	DISPLAY "Please enter the last catalog year, or press Enter if open-ended."
	ACCEPT InThruRaw
	DISPLAY "Please enter the total credits for these years, or press Enter to use the header."
	ACCEPT InCredits
	IF InFromRaw(1:4) NOT NUMERIC
			OR (InThruRaw NOT = SPACES AND InThruRaw(1:4) NOT NUMERIC)
			OR (InCredits NOT = SPACES AND FUNCTION TRIM(InCredits) NOT NUMERIC)
		DISPLAY "Catalog years must be four-digit years and credits numeric."
		EXIT PARAGRAPH
	END-IF
	IF DegLineCount >= 300
		DISPLAY "The degree file is full; nothing can be added."
		EXIT PARAGRAPH
	END-IF
	PERFORM BeginDegChange
	PERFORM BuildYearsLine
	COMPUTE DegInsertAt = DegLineCount + 1
	PERFORM InsertDegLine
	MOVE DegInsertAt TO DegIdx2
	MOVE 1 TO DegDelFrom
	MOVE ZERO TO DegDelThru
	MOVE "ADD" TO HistAction
	PERFORM SetYearsKey
	PERFORM FinishDegChange.

BuildYearsLine.
	MOVE SPACES TO DegInsertLine
	EVALUATE TRUE
		WHEN InCredits NOT = SPACES
			STRING "YEARS|" DELIMITED BY SIZE
				FUNCTION TRIM(InFromRaw) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(InThruRaw) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(InCredits) DELIMITED BY SIZE
				INTO DegInsertLine
		WHEN InThruRaw NOT = SPACES
			STRING "YEARS|" DELIMITED BY SIZE
				FUNCTION TRIM(InFromRaw) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(InThruRaw) DELIMITED BY SIZE
				INTO DegInsertLine
		WHEN OTHER
			STRING "YEARS|" DELIMITED BY SIZE
				FUNCTION TRIM(InFromRaw) DELIMITED BY SIZE
				INTO DegInsertLine
	END-EVALUATE.

SetYearsKey.
	MOVE SPACES TO HistKey
	STRING "YEARS " DELIMITED BY SIZE
		FUNCTION TRIM(InFromRaw) DELIMITED BY SIZE
		INTO HistKey.

PickDegLine.
	MOVE ZERO TO DegPick
	DISPLAY "Please enter the line number (I lists the file)."
	ACCEPT InLineNbr
	IF FUNCTION TRIM(InLineNbr) IS NUMERIC
		IF FUNCTION NUMVAL(InLineNbr) >= 1
				AND FUNCTION NUMVAL(InLineNbr) <= DegLineCount
			COMPUTE DegPick = FUNCTION NUMVAL(InLineNbr)
		END-IF
	END-IF
	IF DegPick = 0
		DISPLAY "No such line."
	ELSE
		MOVE DegPick TO DegIdx
		PERFORM ShowDegLine
	END-IF.

DegChange.
	PERFORM PickDegLine
	IF DegPick = 0
		EXIT PARAGRAPH
	END-IF
	MOVE DegLine(DegPick) TO DegWork
	MOVE DegWork TO DegInsertLine
	DISPLAY "For each field press Enter to keep the value shown, or enter - to clear it."
	MOVE ZERO TO PipeCount
	EVALUATE TRUE
		WHEN DegPick = 1
			MOVE SPACES TO WorkF1
			MOVE SPACES TO WorkF2
			UNSTRING DegWork DELIMITED BY '|' INTO WorkF1, WorkF2
			DISPLAY "Program code [" FUNCTION TRIM(WorkF1) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO WorkF1
			END-IF
			DISPLAY "Total credits [" FUNCTION TRIM(WorkF2) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION TRIM(InRaw) TO WorkF2
			END-IF
			INSPECT WorkF1 TALLYING PipeCount FOR ALL '|'
			INSPECT WorkF2 TALLYING PipeCount FOR ALL '|'
			MOVE SPACES TO DegInsertLine
			STRING FUNCTION TRIM(WorkF1) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(WorkF2) DELIMITED BY SIZE
				INTO DegInsertLine
			MOVE WorkF1 TO HistKey
		WHEN DegWork(1:6) = "YEARS|"
			MOVE SPACES TO VerTag
			MOVE SPACES TO InFromRaw
			MOVE SPACES TO InThruRaw
			MOVE SPACES TO InCredits
			UNSTRING DegWork DELIMITED BY '|'
				INTO VerTag, InFromRaw, InThruRaw, InCredits
			DISPLAY "First catalog year [" FUNCTION TRIM(InFromRaw) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION TRIM(InRaw) TO InFromRaw
			END-IF
			DISPLAY "Last catalog year [" FUNCTION TRIM(InThruRaw) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION TRIM(InRaw) TO InThruRaw
			END-IF
			DISPLAY "Total credits [" FUNCTION TRIM(InCredits) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION TRIM(InRaw) TO InCredits
			END-IF
			IF InThruRaw = "-"
				MOVE SPACES TO InThruRaw
			END-IF
			IF InCredits = "-"
				MOVE SPACES TO InCredits
			END-IF
			INSPECT InFromRaw TALLYING PipeCount FOR ALL '|'
			INSPECT InThruRaw TALLYING PipeCount FOR ALL '|'
			INSPECT InCredits TALLYING PipeCount FOR ALL '|'
			PERFORM BuildYearsLine
			PERFORM SetYearsKey
		WHEN DegWork(1:6) = "BLOCK|"
			MOVE SPACES TO BlkHdrTag
			MOVE SPACES TO InBlock
			MOVE SPACES TO InUnit
			MOVE SPACES TO InMin
			UNSTRING DegWork DELIMITED BY '|'
				INTO BlkHdrTag, InBlock, InUnit, InMin
			DISPLAY "Block name [" FUNCTION TRIM(InBlock) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE InRaw(1:30) TO InBlock
			END-IF
			DISPLAY "Unit, HOURS or COURSES [" FUNCTION TRIM(InUnit) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION UPPER-CASE(InRaw(1:10)) TO InUnit
			END-IF
			DISPLAY "Minimum [" FUNCTION TRIM(InMin) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION TRIM(InRaw) TO InMin
			END-IF
			INSPECT InBlock TALLYING PipeCount FOR ALL '|'
			INSPECT InUnit TALLYING PipeCount FOR ALL '|'
			INSPECT InMin TALLYING PipeCount FOR ALL '|'
			MOVE SPACES TO DegInsertLine
			STRING "BLOCK|" DELIMITED BY SIZE
				FUNCTION TRIM(InBlock) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(InUnit) DELIMITED BY SIZE
				"|" DELIMITED BY SIZE
				FUNCTION TRIM(InMin) DELIMITED BY SIZE
				INTO DegInsertLine
			MOVE InBlock TO HistKey
		WHEN DegWork(1:8) = "ENDBLOCK"
			DISPLAY "An ENDBLOCK line cannot be changed."
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY "Course [" FUNCTION TRIM(DegWork) "]"
			ACCEPT InRaw
			IF InRaw NOT = SPACES
				MOVE FUNCTION UPPER-CASE(InRaw(1:30)) TO DegInsertLine
			END-IF
			INSPECT DegInsertLine TALLYING PipeCount FOR ALL '|'
			MOVE DegPick TO DegIdx
			PERFORM CheckLineInBlock
			MOVE ZERO TO StarCount
			INSPECT DegInsertLine TALLYING StarCount FOR ALL '*'
			IF StarCount > 0 AND DegInBlockSw NOT = 'Y'
				DISPLAY "A PREFIX* pattern can only be a block member."
				EXIT PARAGRAPH
			END-IF
			MOVE DegInsertLine TO HistKey
	END-EVALUATE
	IF PipeCount > 0
		DISPLAY "A field may not contain the | character."
		EXIT PARAGRAPH
	END-IF
	IF DegInsertLine = DegWork
		DISPLAY "Nothing was changed."
		EXIT PARAGRAPH
	END-IF
	PERFORM BeginDegChange
	MOVE DegInsertLine TO DegLine(DegPick)
	MOVE DegPick TO DegDelFrom
	MOVE DegPick TO DegDelThru
	MOVE DegPick TO DegInsertAt
	MOVE DegPick TO DegIdx2
	MOVE "CHANGE" TO HistAction
	PERFORM FinishDegChange.

DegDelete.
	PERFORM PickDegLine
	IF DegPick = 0
		EXIT PARAGRAPH
	END-IF
	MOVE DegLine(DegPick) TO DegWork
	MOVE DegPick TO DegDelFrom
	MOVE DegPick TO DegDelThru
	EVALUATE TRUE
		WHEN DegPick = 1
			DISPLAY "The header line cannot be deleted."
			EXIT PARAGRAPH
		WHEN DegWork(1:8) = "ENDBLOCK"
			DISPLAY "Delete the BLOCK line to remove a whole block."
			EXIT PARAGRAPH
		WHEN DegWork(1:6) = "BLOCK|"
			MOVE 'N' TO DegEndSw
			PERFORM VARYING DegIdx FROM DegPick BY 1
					UNTIL DegIdx >= DegLineCount OR DegEndSw = 'Y'
				EVALUATE TRUE
					WHEN DegLine(DegIdx + 1)(1:8) = "ENDBLOCK"
						COMPUTE DegDelThru = DegIdx + 1
						MOVE 'Y' TO DegEndSw
					WHEN DegLine(DegIdx + 1)(1:6) = "BLOCK|"
					WHEN DegLine(DegIdx + 1)(1:6) = "YEARS|"
						MOVE DegIdx TO DegDelThru
						MOVE 'Y' TO DegEndSw
					WHEN OTHER
						COMPUTE DegDelThru = DegIdx + 1
				END-EVALUATE
			END-PERFORM
			MOVE SPACES TO BlkHdrTag
			MOVE SPACES TO BlkHdrName
			UNSTRING DegWork DELIMITED BY '|' INTO BlkHdrTag, BlkHdrName
			MOVE BlkHdrName TO HistKey
			COMPUTE DegIdx2 = DegDelThru - DegDelFrom
			DISPLAY "This deletes the block and its " DegIdx2 " line(s)."
		WHEN DegWork(1:6) = "YEARS|"
			MOVE DegLineCount TO DegDelThru
			MOVE 'N' TO DegEndSw
			PERFORM VARYING DegIdx FROM DegPick BY 1
					UNTIL DegIdx >= DegLineCount OR DegEndSw = 'Y'
				IF DegLine(DegIdx + 1)(1:6) = "YEARS|"
					MOVE DegIdx TO DegDelThru
					MOVE 'Y' TO DegEndSw
				END-IF
			END-PERFORM
			MOVE SPACES TO VerTag
			MOVE SPACES TO InFromRaw
			UNSTRING DegWork DELIMITED BY '|' INTO VerTag, InFromRaw
			PERFORM SetYearsKey
			DISPLAY "This deletes the whole catalog-year section (lines "
				DegDelFrom " through " DegDelThru ")."
		WHEN OTHER
			MOVE DegWork TO HistKey
	END-EVALUATE
	DISPLAY "Delete? (Y/N)"
	ACCEPT ConfirmSw
	IF FUNCTION UPPER-CASE(ConfirmSw) NOT = 'Y'
		EXIT PARAGRAPH
	END-IF
	PERFORM BeginDegChange
	PERFORM DeleteDegLines
	MOVE 1 TO DegInsertAt
	MOVE ZERO TO DegIdx2
	MOVE "DELETE" TO HistAction
	PERFORM FinishDegChange.

ValidateCatalog.
	MOVE ZERO TO MsgCount
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatDeleted(CatIdx) NOT = 'Y' AND CatCourse(CatIdx) NOT = SPACES
			PERFORM CheckCatEntry
			PERFORM CheckCatVersion
			PERFORM CheckOnePrereqText
		END-IF
	END-PERFORM
	PERFORM CheckCatCycles
	IF EquivPath NOT = SPACES
		PERFORM VARYING EqIdx FROM 1 BY 1 UNTIL EqIdx > EqCount
			IF EqDeleted(EqIdx) NOT = 'Y'
				PERFORM CheckEquivTarget
			END-IF
		END-PERFORM
	END-IF
	PERFORM VARYING DrIdx FROM 1 BY 1 UNTIL DrIdx > DrCount
		MOVE DrCourse(DrIdx) TO LookupCourse
		PERFORM FindCatCourse
		IF CatFoundIdx = 0
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreePaths(DrPathIdx(DrIdx))) DELIMITED BY SIZE
				": course " DELIMITED BY SIZE
				FUNCTION TRIM(DrCourse(DrIdx)) DELIMITED BY SIZE
				" is not in the catalog" DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-PERFORM.

CheckCatEntry.
	MOVE CatFrom(CatIdx) TO YrFrom
	MOVE CatThru(CatIdx) TO YrThru
	PERFORM FormatYearRange
	IF CatHours(CatIdx)(1:1) NOT NUMERIC
		STRING "CATALOG: non-numeric hours for " DELIMITED BY SIZE
			FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			FUNCTION TRIM(YearText) DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	IF (CatFromRaw(CatIdx) NOT = SPACES AND CatFromRaw(CatIdx)(1:4) NOT NUMERIC)
			OR (CatThruRaw(CatIdx) NOT = SPACES AND CatThruRaw(CatIdx)(1:4) NOT NUMERIC)
		STRING "CATALOG: non-numeric catalog year for " DELIMITED BY SIZE
			FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	IF CatThru(CatIdx) < CatFrom(CatIdx)
		STRING "CATALOG: expiry catalog year is before the effective year for "
				DELIMITED BY SIZE
			FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	MOVE SPACES TO TermTok(1) TermTok(2) TermTok(3)
	UNSTRING CatTerms(CatIdx) DELIMITED BY ALL SPACE OR ','
		INTO TermTok(1), TermTok(2), TermTok(3)
	PERFORM VARYING TermTokIdx FROM 1 BY 1 UNTIL TermTokIdx > 3
		IF TermTok(TermTokIdx) NOT = SPACES
				AND TermTok(TermTokIdx) NOT = "FA"
				AND TermTok(TermTokIdx) NOT = "SP"
				AND TermTok(TermTokIdx) NOT = "SU"
			STRING "CATALOG: terms offered code " DELIMITED BY SIZE
				FUNCTION TRIM(TermTok(TermTokIdx)) DELIMITED BY SIZE
				" for " DELIMITED BY SIZE
				FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
				" is not FA, SP or SU" DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-PERFORM.

CheckCatVersion.
	MOVE 'N' TO NextFoundSw
	MOVE ZERO TO MaxThru
	COMPUTE NextYear = CatThru(CatIdx) + 1
	PERFORM VARYING CatIdx3 FROM 1 BY 1 UNTIL CatIdx3 > CatCount
		IF CatCourse(CatIdx3) = CatCourse(CatIdx) AND CatDeleted(CatIdx3) NOT = 'Y'
			IF CatThru(CatIdx3) > MaxThru
				MOVE CatThru(CatIdx3) TO MaxThru
			END-IF
			IF CatIdx3 NOT = CatIdx
				IF CatFrom(CatIdx3) <= NextYear
						AND CatThru(CatIdx3) > CatThru(CatIdx)
					MOVE 'Y' TO NextFoundSw
				END-IF
				IF CatIdx3 > CatIdx
						AND CatFrom(CatIdx3) <= CatThru(CatIdx)
						AND CatThru(CatIdx3) >= CatFrom(CatIdx)
					MOVE CatFrom(CatIdx) TO YrFrom
					MOVE CatThru(CatIdx) TO YrThru
					PERFORM FormatYearRange
					MOVE YearText TO YearText2
					MOVE CatFrom(CatIdx3) TO YrFrom
					MOVE CatThru(CatIdx3) TO YrThru
					PERFORM FormatYearRange
					STRING "CATALOG: " DELIMITED BY SIZE
						FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
						" versions for " DELIMITED BY SIZE
						FUNCTION TRIM(YearText2) DELIMITED BY SIZE
						" and " DELIMITED BY SIZE
						FUNCTION TRIM(YearText) DELIMITED BY SIZE
						" overlap" DELIMITED BY SIZE
						INTO MsgLine
					PERFORM AddMsg
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF CatThru(CatIdx) < MaxThru AND NextFoundSw = 'N'
		STRING "CATALOG: " DELIMITED BY SIZE
			FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			" has no version for catalog year " DELIMITED BY SIZE
			NextYear(2:4) DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF.

FindCatCourse.
	MOVE ZERO TO CatFoundIdx
	PERFORM VARYING CatIdx2 FROM 1 BY 1 UNTIL CatIdx2 > CatCount
		IF CatCourse(CatIdx2) = LookupCourse AND CatDeleted(CatIdx2) NOT = 'Y'
			MOVE CatIdx2 TO CatFoundIdx
		END-IF
	END-PERFORM.

FindCatOverlap.
	MOVE ZERO TO CatFoundIdx
	PERFORM VARYING CatIdx2 FROM 1 BY 1 UNTIL CatIdx2 > CatCount
		IF CatCourse(CatIdx2) = LookupCourse AND CatDeleted(CatIdx2) NOT = 'Y'
				AND CatFrom(CatIdx2) <= CatThru(CatIdx)
				AND CatThru(CatIdx2) >= CatFrom(CatIdx)
			MOVE CatIdx2 TO CatFoundIdx
		END-IF
	END-PERFORM.

CheckPartResolved.
	MOVE 'Y' TO PartResolvedSw
	MOVE ZERO TO PartVerCount
	PERFORM VARYING CatIdx2 FROM 1 BY 1 UNTIL CatIdx2 > CatCount
		IF CatCourse(CatIdx2) = LookupCourse AND CatDeleted(CatIdx2) NOT = 'Y'
				AND CatFrom(CatIdx2) <= CatThru(CatIdx)
				AND CatThru(CatIdx2) >= CatFrom(CatIdx)
			COMPUTE PartVerCount = PartVerCount + 1
			IF CatResolved(CatIdx2) NOT = 'Y'
				MOVE 'N' TO PartResolvedSw
			END-IF
		END-IF
	END-PERFORM.

CheckOnePrereqText.
	MOVE CatPrereqs(CatIdx) TO WorkPrereqs
	IF WorkPrereqs = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO Prereqs(1) Prereqs(2) Prereqs(3) Prereqs(4)
		Prereqs(5) Prereqs(6) Prereqs(7)
	UNSTRING WorkPrereqs DELIMITED BY ',' OR SPACE
		INTO Prereqs(1), Prereqs(2), Prereqs(3), Prereqs(4),
			Prereqs(5), Prereqs(6), Prereqs(7)
	IF Prereqs(1) = "empt"
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING GroupIdx FROM 1 BY 1 UNTIL GroupIdx > 7
		IF Prereqs(GroupIdx) NOT = SPACES
			MOVE Prereqs(GroupIdx) TO SlotText
			IF SlotText(1:1) = '@'
				MOVE SlotText(2:29) TO SlotText
			END-IF
			MOVE SPACES TO PrereqPart(1) PrereqPart(2) PrereqPart(3)
			UNSTRING SlotText DELIMITED BY '+'
				INTO PrereqPart(1), PrereqPart(2), PrereqPart(3)
			PERFORM VARYING PartIdx FROM 1 BY 1 UNTIL PartIdx > 3
				IF PrereqPart(PartIdx) NOT = SPACES
					MOVE PrereqPart(PartIdx) TO LookupCourse
					PERFORM FindCatOverlap
					IF CatFoundIdx = 0
						MOVE CatFrom(CatIdx) TO YrFrom
						MOVE CatThru(CatIdx) TO YrThru
						PERFORM FormatYearRange
						STRING "CATALOG: " DELIMITED BY SIZE
							FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
							" requires " DELIMITED BY SIZE
							FUNCTION TRIM(PrereqPart(PartIdx)) DELIMITED BY SIZE
							" which is not in the catalog for " DELIMITED BY SIZE
							FUNCTION TRIM(YearText) DELIMITED BY SIZE
							INTO MsgLine
						PERFORM AddMsg
					END-IF
				END-IF
			END-PERFORM
		END-IF
	END-PERFORM.

CheckCatCycles.
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatDeleted(CatIdx) = 'Y' OR CatCourse(CatIdx) = SPACES
			MOVE 'Y' TO CatResolved(CatIdx)
		ELSE
			MOVE 'N' TO CatResolved(CatIdx)
		END-IF
	END-PERFORM
	MOVE 'Y' TO ProgressSw
	PERFORM UNTIL ProgressSw = 'N'
		MOVE 'N' TO ProgressSw
		PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
			IF CatResolved(CatIdx) = 'N'
				PERFORM CheckCourseResolvable
				IF AllResolvedSw = 'Y'
					MOVE 'Y' TO CatResolved(CatIdx)
					MOVE 'Y' TO ProgressSw
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatResolved(CatIdx) = 'N'
			MOVE CatFrom(CatIdx) TO YrFrom
			MOVE CatThru(CatIdx) TO YrThru
			PERFORM FormatYearRange
			STRING "CATALOG: " DELIMITED BY SIZE
				FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
				" is in (or depends on) a circular prerequisite chain ("
					DELIMITED BY SIZE
				FUNCTION TRIM(YearText) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-PERFORM.

CheckCourseResolvable.
	MOVE 'Y' TO AllResolvedSw
	MOVE CatPrereqs(CatIdx) TO WorkPrereqs
	IF WorkPrereqs = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO Prereqs(1) Prereqs(2) Prereqs(3) Prereqs(4)
		Prereqs(5) Prereqs(6) Prereqs(7)
	UNSTRING WorkPrereqs DELIMITED BY ',' OR SPACE
		INTO Prereqs(1), Prereqs(2), Prereqs(3), Prereqs(4),
			Prereqs(5), Prereqs(6), Prereqs(7)
	IF Prereqs(1) = "empt"
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING GroupIdx FROM 1 BY 1 UNTIL GroupIdx > 7
		IF Prereqs(GroupIdx) NOT = SPACES
				AND Prereqs(GroupIdx)(1:1) NOT = '@'
			MOVE Prereqs(GroupIdx) TO SlotText
			MOVE SPACES TO PrereqPart(1) PrereqPart(2) PrereqPart(3)
			UNSTRING SlotText DELIMITED BY '+'
				INTO PrereqPart(1), PrereqPart(2), PrereqPart(3)
			MOVE 'N' TO GroupResolvedSw
			PERFORM VARYING PartIdx FROM 1 BY 1 UNTIL PartIdx > 3
				IF PrereqPart(PartIdx) NOT = SPACES
					MOVE PrereqPart(PartIdx) TO LookupCourse
					PERFORM CheckPartResolved
					IF PartResolvedSw = 'Y'
						MOVE 'Y' TO GroupResolvedSw
					END-IF
				END-IF
			END-PERFORM
			IF GroupResolvedSw = 'N'
				MOVE 'N' TO AllResolvedSw
			END-IF
		END-IF
	END-PERFORM.

CheckEquivTarget.
	MOVE EqLocal(EqIdx) TO LookupCourse
	PERFORM FindCatCourse
	IF CatFoundIdx = 0
		STRING "EQUIV: " DELIMITED BY SIZE
			FUNCTION TRIM(EqExt(EqIdx)) DELIMITED BY SIZE
			" maps to local course " DELIMITED BY SIZE
			FUNCTION TRIM(EqLocal(EqIdx)) DELIMITED BY SIZE
			" which is not in the catalog" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF.

ValidateEquiv.
	MOVE ZERO TO MsgCount
	PERFORM VARYING EqIdx FROM 1 BY 1 UNTIL EqIdx > EqCount
		IF EqDeleted(EqIdx) NOT = 'Y'
			PERFORM VARYING EqIdx2 FROM 1 BY 1 UNTIL EqIdx2 >= EqIdx
				IF EqDeleted(EqIdx2) NOT = 'Y' AND EqExt(EqIdx2) = EqExt(EqIdx)
					STRING "EQUIV: duplicate external course " DELIMITED BY SIZE
						FUNCTION TRIM(EqExt(EqIdx)) DELIMITED BY SIZE
						INTO MsgLine
					PERFORM AddMsg
				END-IF
			END-PERFORM
			PERFORM CheckEquivTarget
			IF EqHours(EqIdx)(1:1) NOT NUMERIC
				STRING "EQUIV: non-numeric hours for " DELIMITED BY SIZE
					FUNCTION TRIM(EqExt(EqIdx)) DELIMITED BY SIZE
					INTO MsgLine
				PERFORM AddMsg
			END-IF
		END-IF
	END-PERFORM.

ValidateDegree.
	MOVE ZERO TO MsgCount
	MOVE ZERO TO ReqCount
	MOVE ZERO TO BlkCount
	MOVE ZERO TO DegVerCount
	MOVE ZERO TO CommonReqCount
	MOVE ZERO TO CommonBlkCount
	MOVE 'N' TO BlkOpenSw
	PERFORM VARYING DegIdx FROM 1 BY 1 UNTIL DegIdx > DegLineCount
		MOVE DegLine(DegIdx) TO DegWork
		IF DegIdx = 1
			MOVE SPACES TO MajorCode
			MOVE SPACES TO WorkHourRaw
			UNSTRING DegWork DELIMITED BY '|'
				INTO MajorCode, WorkHourRaw
			IF WorkHourRaw(1:1) NOT NUMERIC
				MOVE "DEGREE: non-numeric total credits in the header" TO MsgLine
				PERFORM AddMsg
			END-IF
		ELSE
			EVALUATE TRUE
				WHEN DegWork(1:6) = "YEARS|"
					PERFORM DegYearsHeader
				WHEN DegWork(1:6) = "BLOCK|"
					PERFORM DegBlockHeader
				WHEN DegWork(1:8) = "ENDBLOCK"
					IF BlkOpenSw NOT = 'Y'
						MOVE "DEGREE: ENDBLOCK without a BLOCK" TO MsgLine
						PERFORM AddMsg
					ELSE
						PERFORM DegCloseBlock
					END-IF
				WHEN BlkOpenSw = 'Y'
					MOVE DegWork(1:30) TO WorkCourse
					IF WorkCourse NOT = SPACES
						PERFORM DegBlockMember
					END-IF
				WHEN OTHER
					MOVE DegWork(1:30) TO WorkCourse
					IF WorkCourse NOT = SPACES
						PERFORM DegReqCourse
					END-IF
			END-EVALUATE
		END-IF
	END-PERFORM
	IF BlkOpenSw = 'Y'
		STRING "DEGREE: block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkName(BlkCount)) DELIMITED BY SIZE
			" has no ENDBLOCK" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
		PERFORM DegCloseBlock
	END-IF
	IF DegVerCount > 0
		PERFORM DegVersions
	END-IF.

DegYearsHeader.
	IF BlkOpenSw = 'Y'
		MOVE "DEGREE: YEARS before the previous block was ended" TO MsgLine
		PERFORM AddMsg
		PERFORM DegCloseBlock
	END-IF
	IF DegVerCount = 0
		MOVE ReqCount TO CommonReqCount
		MOVE BlkCount TO CommonBlkCount
	END-IF
	MOVE CommonReqCount TO ReqCount
	MOVE CommonBlkCount TO BlkCount
	MOVE SPACES TO VerTag
	MOVE SPACES TO VerFromRaw
	MOVE SPACES TO VerThruRaw
	MOVE SPACES TO VerCredRaw
	UNSTRING DegWork DELIMITED BY '|'
		INTO VerTag, VerFromRaw, VerThruRaw, VerCredRaw
	MOVE ZERO TO WorkFrom
	MOVE 9999 TO WorkThru
	IF VerFromRaw(1:4) NUMERIC
		MOVE VerFromRaw(1:4) TO WorkFrom
	ELSE
		MOVE "DEGREE: YEARS effective catalog year is missing or not numeric"
			TO MsgLine
		PERFORM AddMsg
	END-IF
	IF VerThruRaw NOT = SPACES
		IF VerThruRaw(1:4) NUMERIC
			MOVE VerThruRaw(1:4) TO WorkThru
		ELSE
			MOVE "DEGREE: YEARS expiry catalog year is not numeric" TO MsgLine
			PERFORM AddMsg
		END-IF
	END-IF
	IF WorkThru < WorkFrom
		STRING "DEGREE: YEARS " DELIMITED BY SIZE
			FUNCTION TRIM(VerFromRaw) DELIMITED BY SIZE
			" expiry catalog year is before the effective year" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
		MOVE WorkFrom TO WorkThru
	END-IF
	IF VerCredRaw NOT = SPACES AND VerCredRaw(1:1) NOT NUMERIC
		STRING "DEGREE: YEARS " DELIMITED BY SIZE
			FUNCTION TRIM(VerFromRaw) DELIMITED BY SIZE
			" total credits is not numeric" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	IF DegVerCount < 20
		COMPUTE DegVerCount = DegVerCount + 1
		MOVE WorkFrom TO DegVerFrom(DegVerCount)
		MOVE WorkThru TO DegVerThru(DegVerCount)
	END-IF.

DegVersions.
	PERFORM VARYING DegVerIdx FROM 1 BY 1 UNTIL DegVerIdx > DegVerCount
		MOVE 'N' TO NextFoundSw
		MOVE ZERO TO MaxThru
		COMPUTE NextYear = DegVerThru(DegVerIdx) + 1
		PERFORM VARYING DegVerIdx2 FROM 1 BY 1 UNTIL DegVerIdx2 > DegVerCount
			IF DegVerThru(DegVerIdx2) > MaxThru
				MOVE DegVerThru(DegVerIdx2) TO MaxThru
			END-IF
			IF DegVerIdx2 NOT = DegVerIdx
				IF DegVerFrom(DegVerIdx2) <= NextYear
						AND DegVerThru(DegVerIdx2) > DegVerThru(DegVerIdx)
					MOVE 'Y' TO NextFoundSw
				END-IF
				IF DegVerIdx2 > DegVerIdx
						AND DegVerFrom(DegVerIdx2) <= DegVerThru(DegVerIdx)
						AND DegVerThru(DegVerIdx2) >= DegVerFrom(DegVerIdx)
					MOVE DegVerFrom(DegVerIdx) TO YrFrom
					MOVE DegVerThru(DegVerIdx) TO YrThru
					PERFORM FormatYearRange
					MOVE YearText TO YearText2
					MOVE DegVerFrom(DegVerIdx2) TO YrFrom
					MOVE DegVerThru(DegVerIdx2) TO YrThru
					PERFORM FormatYearRange
					STRING "DEGREE: YEARS versions for " DELIMITED BY SIZE
						FUNCTION TRIM(YearText2) DELIMITED BY SIZE
						" and " DELIMITED BY SIZE
						FUNCTION TRIM(YearText) DELIMITED BY SIZE
						" overlap" DELIMITED BY SIZE
						INTO MsgLine
					PERFORM AddMsg
				END-IF
			END-IF
		END-PERFORM
		IF DegVerThru(DegVerIdx) < MaxThru AND NextFoundSw = 'N'
			STRING "DEGREE: no YEARS version covers catalog year " DELIMITED BY SIZE
				NextYear(2:4) DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-PERFORM.

DegReqCourse.
	MOVE WorkCourse TO LookupCourse
	PERFORM FindCatCourse
	IF CatFoundIdx = 0
		STRING "DEGREE: required course " DELIMITED BY SIZE
			FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
			" is not in the catalog" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	PERFORM VARYING ReqIdx2 FROM 1 BY 1 UNTIL ReqIdx2 > ReqCount
		IF ReqCourse(ReqIdx2) = WorkCourse
			STRING "DEGREE: duplicate requirement " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
			MOVE ReqCount TO ReqIdx2
		END-IF
	END-PERFORM
	IF ReqCount < 100
		COMPUTE ReqCount = ReqCount + 1
		MOVE WorkCourse TO ReqCourse(ReqCount)
	END-IF.

DegBlockHeader.
	IF BlkOpenSw = 'Y'
		MOVE "DEGREE: BLOCK before the previous block was ended" TO MsgLine
		PERFORM AddMsg
		PERFORM DegCloseBlock
	END-IF
	MOVE SPACES TO BlkHdrTag
	MOVE SPACES TO BlkHdrName
	MOVE SPACES TO BlkHdrUnit
	MOVE SPACES TO BlkHdrMin
	UNSTRING DegWork DELIMITED BY '|'
		INTO BlkHdrTag, BlkHdrName, BlkHdrUnit, BlkHdrMin
	MOVE 'Y' TO BlkOpenSw
	MOVE ZERO TO BlkMemCount
	IF BlkHdrName = SPACES
		MOVE "DEGREE: BLOCK has no name" TO MsgLine
		PERFORM AddMsg
	ELSE
		PERFORM VARYING BlkIdx FROM 1 BY 1 UNTIL BlkIdx > BlkCount
			IF BlkName(BlkIdx) = BlkHdrName
				STRING "DEGREE: duplicate block " DELIMITED BY SIZE
					FUNCTION TRIM(BlkHdrName) DELIMITED BY SIZE
					INTO MsgLine
				PERFORM AddMsg
			END-IF
		END-PERFORM
	END-IF
	IF BlkCount < 20
		COMPUTE BlkCount = BlkCount + 1
		MOVE BlkHdrName TO BlkName(BlkCount)
	END-IF
	MOVE FUNCTION UPPER-CASE(BlkHdrUnit) TO BlkHdrUnit
	IF BlkHdrUnit NOT = "HOURS" AND BlkHdrUnit NOT = "COURSES"
		STRING "DEGREE: block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkHdrName) DELIMITED BY SIZE
			" unit must be HOURS or COURSES" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	IF BlkHdrMin(1:1) NOT NUMERIC
		STRING "DEGREE: block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkHdrName) DELIMITED BY SIZE
			" minimum is missing or not numeric" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	ELSE
		IF FUNCTION NUMVAL(BlkHdrMin) = 0
			STRING "DEGREE: block " DELIMITED BY SIZE
				FUNCTION TRIM(BlkHdrName) DELIMITED BY SIZE
				" minimum must be greater than zero" DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-IF.

DegBlockMember.
	COMPUTE BlkMemCount = BlkMemCount + 1
	MOVE ZERO TO StarCount
	INSPECT WorkCourse TALLYING StarCount FOR ALL '*'
	IF StarCount = 0
		MOVE WorkCourse TO LookupCourse
		PERFORM FindCatCourse
		IF CatFoundIdx = 0
			STRING "DEGREE: block course " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				" is not in the catalog" DELIMITED BY SIZE
				INTO MsgLine
			PERFORM AddMsg
		END-IF
	END-IF.

DegCloseBlock.
	IF BlkMemCount = 0
		STRING "DEGREE: block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkName(BlkCount)) DELIMITED BY SIZE
			" lists no courses" DELIMITED BY SIZE
			INTO MsgLine
		PERFORM AddMsg
	END-IF
	MOVE 'N' TO BlkOpenSw.

FormatYearRange.
	MOVE SPACES TO YearText
	EVALUATE TRUE
		WHEN YrFrom = 0 AND YrThru = 9999
			MOVE "all catalog years" TO YearText
		WHEN YrThru = 9999
			STRING "catalog years " DELIMITED BY SIZE
				YrFrom DELIMITED BY SIZE
				" onward" DELIMITED BY SIZE
				INTO YearText
		WHEN YrFrom = 0
			STRING "catalog years through " DELIMITED BY SIZE
				YrThru DELIMITED BY SIZE
				INTO YearText
		WHEN OTHER
			STRING "catalog years " DELIMITED BY SIZE
				YrFrom DELIMITED BY SIZE
				"-" DELIMITED BY SIZE
				YrThru DELIMITED BY SIZE
				INTO YearText
	END-EVALUATE.

AddMsg.
	IF MsgCount < 200
		COMPUTE MsgCount = MsgCount + 1
		MOVE MsgLine TO MsgText(MsgCount)
	END-IF
	MOVE SPACES TO MsgLine.

SaveBaseMsgs.
	MOVE MsgTable TO BaseTable
	MOVE MsgCount TO BaseCount.

CompareMsgs.
	MOVE ZERO TO NewMsgCount
	PERFORM VARYING MsgIdx FROM 1 BY 1 UNTIL MsgIdx > MsgCount
		MOVE 'N' TO MsgFoundSw
		PERFORM VARYING BaseIdx FROM 1 BY 1 UNTIL BaseIdx > BaseCount
			IF BaseText(BaseIdx) = MsgText(MsgIdx)
				MOVE 'Y' TO MsgFoundSw
			END-IF
		END-PERFORM
		IF MsgFoundSw = 'N'
			COMPUTE NewMsgCount = NewMsgCount + 1
			IF NewMsgCount = 1
				DISPLAY "Change rejected - it would introduce these problems:"
			END-IF
			DISPLAY "  " FUNCTION TRIM(MsgText(MsgIdx))
		END-IF
	END-PERFORM.

ShowRemainingMsgs.
	IF MsgCount > 0
		MOVE MsgCount TO MsgCountEdit
		DISPLAY "Note: " FUNCTION TRIM(MsgCountEdit)
			" problem(s) that were already in the file remain; run AdvisorEdit for the list."
	END-IF.

BeginHistory.
	MOVE 'N' TO HistOK
	MOVE 'N' TO SaveOK
	OPEN EXTEND HISTORY-FILE
	IF HistStatus NOT = '00' AND HistStatus NOT = '05'
		DISPLAY "ERROR: could not open change history file " FUNCTION TRIM(HistPath)
			" (status " HistStatus "); the change was not saved"
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO HistOK.

WriteHistHeader.
	ACCEPT HistDate FROM DATE YYYYMMDD
	ACCEPT HistTime FROM TIME
	MOVE SPACES TO HistLine
	STRING "H|" DELIMITED BY SIZE
		HistDate DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		HistTime(1:6) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(SignOnId) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(HistFile) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(HistAction) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(HistKey) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM(HistFilePath) DELIMITED BY SIZE
		INTO HistLine
	MOVE HistLine TO HistRec
	WRITE HistRec.

WriteHistImage.
	MOVE SPACES TO HistLine
	STRING HistTag DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		HistImage DELIMITED BY SIZE
		INTO HistLine
	MOVE HistLine TO HistRec
	WRITE HistRec.

EndHistory.
	IF HistOK = 'Y'
		CLOSE HISTORY-FILE
	END-IF.

ChangeReport.
	DISPLAY "Please enter the first date to report (yyyymmdd), or press Enter for the start of the history."
	ACCEPT FromRaw
	DISPLAY "Please enter the last date to report (yyyymmdd), or press Enter for the end of the history."
	ACCEPT ThruRaw
	DISPLAY "Please enter the name of the change report file to create."
	ACCEPT RptPath
	IF RptPath = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO FromDate
	MOVE 99999999 TO ThruDate
	IF FromRaw NOT = SPACES
		IF FromRaw NUMERIC
			MOVE FromRaw TO FromDate
		ELSE
			DISPLAY "The first date is not a yyyymmdd date."
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF ThruRaw NOT = SPACES
		IF ThruRaw NUMERIC
			MOVE ThruRaw TO ThruDate
		ELSE
			DISPLAY "The last date is not a yyyymmdd date."
			EXIT PARAGRAPH
		END-IF
	END-IF
	ACCEPT RunDate FROM DATE YYYYMMDD
	MOVE ZERO TO RptTotal
	OPEN OUTPUT CHANGE-RPT-FILE
	IF RptStatus NOT = '00'
		DISPLAY "ERROR: could not create change report file " FUNCTION TRIM(RptPath)
			" (status " RptStatus ")"
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO RptLine
	STRING "REFERENCE DATA CHANGE REPORT - run date " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		INTO RptLine
	PERFORM WriteRptLine
	IF FromRaw = SPACES AND ThruRaw = SPACES
		MOVE "Period: entire change history" TO RptLine
	ELSE
		STRING "Period: " DELIMITED BY SIZE
			FromDate DELIMITED BY SIZE
			" through " DELIMITED BY SIZE
			ThruDate DELIMITED BY SIZE
			INTO RptLine
	END-IF
	PERFORM WriteRptLine
	PERFORM VARYING RptPassIdx FROM 1 BY 1 UNTIL RptPassIdx > 3
		PERFORM WriteBlankRptLine
		EVALUATE RptPassIdx
			WHEN 1
				MOVE "CATALOG" TO RptFileName
				MOVE "COURSE CATALOG CHANGES" TO RptLine
			WHEN 2
				MOVE "DEGREE" TO RptFileName
				MOVE "DEGREE REQUIREMENT CHANGES" TO RptLine
			WHEN 3
				MOVE "EQUIV" TO RptFileName
				MOVE "TRANSFER EQUIVALENCY CHANGES" TO RptLine
		END-EVALUATE
		PERFORM WriteRptLine
		PERFORM ReportPass
	END-PERFORM
	PERFORM WriteBlankRptLine
	MOVE RptTotal TO CountEdit
	STRING "Total changes reported: " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
		INTO RptLine
	PERFORM WriteRptLine
	CLOSE CHANGE-RPT-FILE
	DISPLAY "Change report written to " FUNCTION TRIM(RptPath) "; "
		FUNCTION TRIM(CountEdit) " change(s)."
	MOVE SPACE TO SubChoice.

ReportPass.
	MOVE ZERO TO RptAddCount
	MOVE ZERO TO RptChgCount
	MOVE ZERO TO RptDelCount
	MOVE 'N' TO RptInRangeSw
	MOVE SPACE TO HistEOF
	OPEN INPUT HISTORY-FILE
	IF HistStatus NOT = '00'
		MOVE "  (no change history on file)" TO RptLine
		PERFORM WriteRptLine
		IF HistStatus = '05'
			CLOSE HISTORY-FILE
		END-IF
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL HistEOF = 'Y'
		READ HISTORY-FILE INTO HistLine
			AT END MOVE 'Y' TO HistEOF
		END-READ
		IF HistEOF NOT = 'Y'
			MOVE HistLine(1:1) TO RptTag
			EVALUATE RptTag
				WHEN 'H'
					MOVE SPACES TO RptDate
					MOVE SPACES TO RptTime
					MOVE SPACES TO RptUser
					MOVE SPACES TO RptFile
					MOVE SPACES TO RptAction
					MOVE SPACES TO RptKey
					MOVE SPACES TO RptFilePath
					UNSTRING HistLine DELIMITED BY '|'
						INTO RptTag, RptDate, RptTime, RptUser, RptFile,
							RptAction, RptKey, RptFilePath
					MOVE 'N' TO RptInRangeSw
					IF RptFile = RptFileName AND RptDate NUMERIC
						IF RptDate >= FromDate AND RptDate <= ThruDate
							MOVE 'Y' TO RptInRangeSw
						END-IF
					END-IF
					IF RptInRangeSw = 'Y'
						PERFORM WriteBlankRptLine
						STRING RptDate DELIMITED BY SIZE
							" " DELIMITED BY SIZE
							RptTime DELIMITED BY SPACE
							"  " DELIMITED BY SIZE
							RptUser DELIMITED BY SIZE
							" " DELIMITED BY SIZE
							RptAction DELIMITED BY SIZE
							" " DELIMITED BY SIZE
							FUNCTION TRIM(RptKey) DELIMITED BY SIZE
							"  (" DELIMITED BY SIZE
							FUNCTION TRIM(RptFilePath) DELIMITED BY SIZE
							")" DELIMITED BY SIZE
							INTO RptLine
						PERFORM WriteRptLine
						EVALUATE RptAction
							WHEN "ADD"
								COMPUTE RptAddCount = RptAddCount + 1
							WHEN "CHANGE"
								COMPUTE RptChgCount = RptChgCount + 1
							WHEN OTHER
								COMPUTE RptDelCount = RptDelCount + 1
						END-EVALUATE
					END-IF
				WHEN 'B'
					IF RptInRangeSw = 'Y'
						STRING "      before: " DELIMITED BY SIZE
							HistLine(3:200) DELIMITED BY SIZE
							INTO RptLine
						PERFORM WriteRptLine
					END-IF
				WHEN 'A'
					IF RptInRangeSw = 'Y'
						STRING "      after:  " DELIMITED BY SIZE
							HistLine(3:200) DELIMITED BY SIZE
							INTO RptLine
						PERFORM WriteRptLine
					END-IF
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE HISTORY-FILE
	PERFORM WriteBlankRptLine
	MOVE RptAddCount TO CountEdit
	MOVE RptChgCount TO CountEdit2
	MOVE RptDelCount TO CountEdit3
	STRING "  added " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
		", changed " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit2) DELIMITED BY SIZE
		", deleted " DELIMITED BY SIZE
		FUNCTION TRIM(CountEdit3) DELIMITED BY SIZE
		INTO RptLine
	PERFORM WriteRptLine
	COMPUTE RptTotal = RptTotal + RptAddCount + RptChgCount + RptDelCount.

WriteBlankRptLine.
	MOVE SPACES TO RptLine
	PERFORM WriteRptLine.

WriteRptLine.
	MOVE RptLine TO RptRec
	WRITE RptRec
	MOVE SPACES TO RptLine.
