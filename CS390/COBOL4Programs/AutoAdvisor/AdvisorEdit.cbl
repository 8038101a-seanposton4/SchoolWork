		SELECT DEGREE-REQ-FILE ASSIGN TO DegreeReqPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS DegReqStatus.
		SELECT CALENDAR-FILE ASSIGN TO CalendarPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CalendarStatus.
		SELECT ERROR-RPT-FILE ASSIGN TO ErrRptPath
			ORGANIZATION IS LINE SEQUENTIAL.

FD DEGREE-REQ-FILE.
	01 DegreeReqRec PIC X(100).

FD CALENDAR-FILE.
	01 CalendarRec PIC X(150).

FD ERROR-RPT-FILE.
	01 ErrRptRec PIC X(200).

01 DegreePaths        PIC X(30) OCCURS 10 TIMES VALUE SPACES.
01 DegreeCount        PIC 99 VALUE ZERO.
01 DegreeIdx          PIC 99.
01 CalendarPath       PIC X(30).
01 CalendarStatus     PIC X(2) VALUE '00'.
01 CalCount           PIC 99 VALUE ZERO.
01 CalIdx             PIC 99.
01 CalIdx2            PIC 99.
01 CalFoundIdx        PIC 99.
01 CalCode            PIC X(20) OCCURS 99 TIMES VALUE SPACES.
01 CalSeq             PIC 9(5) OCCURS 99 TIMES VALUE ZERO.
01 CalStart           PIC X(8) OCCURS 99 TIMES VALUE SPACES.
01 CalLookup          PIC X(20).
01 CalName            PIC X(30).
01 CalSeqRaw          PIC X(10).
01 CalSeqNum          PIC 9(5).
01 CalStartRaw        PIC X(8).
01 CalEndRaw          PIC X(8).
01 CalDeadRaw         PIC X(8).
01 CalTypeRaw         PIC X(10).
01 CalType            PIC X(2).
01 CalDupSw           PIC X(1).
01 TermTok            PIC X(4) OCCURS 3 TIMES.
01 TermTokIdx         PIC 9.
01 ErrRptPath         PIC X(30).
01 ErrCount           PIC 9(5) VALUE ZERO.
01 ErrLine            PIC X(200).
01 CatCourse          PIC X(30) OCCURS 400 TIMES VALUE SPACES.
01 CatPrereqs         PIC X(100) OCCURS 400 TIMES VALUE SPACES.
01 CatResolved        PIC X(1) OCCURS 400 TIMES.
01 CatFrom            PIC 9(4) OCCURS 400 TIMES VALUE ZERO.
01 CatThru            PIC 9(4) OCCURS 400 TIMES VALUE 9999.
01 CatIdx3            PIC 999.
01 DupSw              PIC X(1).
01 NextFoundSw        PIC X(1).
01 MaxThru            PIC 9(4).
01 NextYear           PIC 9(5).
01 PartResolvedSw     PIC X(1).
01 PartVerCount       PIC 999.
01 WorkFromRaw        PIC X(5).
01 WorkThruRaw        PIC X(5).
01 WorkFrom           PIC 9(4).
01 WorkThru           PIC 9(4).
01 YrFrom             PIC 9(4).
01 YrThru             PIC 9(4).
01 YearText           PIC X(40).
01 YearText2          PIC X(40).
01 WorkCourse         PIC X(30).
01 WorkTitle          PIC X(40).
01 WorkHourRaw        PIC X(5).
01 GroupResolvedSw    PIC X(1).
01 CycleCount         PIC 999 VALUE ZERO.
01 FirstLineSw        PIC X(1).
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
01 DegVerLine         PIC 9(5) OCCURS 20 TIMES.
01 CommonReqCount     PIC 999 VALUE ZERO.
01 CommonBlkCount     PIC 99 VALUE ZERO.
01 VerTag             PIC X(10).
01 VerFromRaw         PIC X(5).
01 VerThruRaw         PIC X(5).
01 VerCredRaw         PIC X(5).


PROCEDURE DIVISION.
	ACCEPT OfferingsPath
	DISPLAY "Please enter the name of the transfer equivalency file."
	ACCEPT EquivPath
	DISPLAY "Please enter the name of the term calendar file, or press Enter if none."
	ACCEPT CalendarPath
	DISPLAY "Please enter the name of a degree requirements file, or press Enter when done."
	ACCEPT DegreeReqPath
	PERFORM UNTIL DegreeReqPath = SPACES OR DegreeCount >= 10

OPEN OUTPUT ERROR-RPT-FILE
PERFORM EditCatalog
PERFORM EditCatVersions
PERFORM EditPrereqRefs
PERFORM EditPrereqCycles
IF CalendarPath NOT = SPACES
	PERFORM EditCalendar
END-IF
IF OfferingsPath NOT = SPACES
	PERFORM EditOfferings
END-IF
						MOVE CtlVal(1:30) TO OfferingsPath
					WHEN "EQUIV"
						MOVE CtlVal(1:30) TO EquivPath
					WHEN "CALENDAR"
						MOVE CtlVal(1:30) TO CalendarPath
					WHEN "DEGREE"
						IF DegreeCount < 10
							COMPUTE DegreeCount = DegreeCount + 1
			MOVE SPACES TO WorkHourRaw
			MOVE SPACES TO WorkPrereqs
			MOVE SPACES TO WorkTerms
			MOVE SPACES TO WorkFromRaw
			MOVE SPACES TO WorkThruRaw
			UNSTRING CatalogRec DELIMITED BY '|'
				INTO WorkCourse, WorkTitle, WorkHourRaw,
					WorkPrereqs, WorkTerms, WorkFromRaw, WorkThruRaw
			IF WorkCourse = SPACES
				STRING "CATALOG line " DELIMITED BY SIZE
					LineNbr DELIMITED BY SIZE
					INTO ErrLine
				PERFORM WriteErrLine
			ELSE
				PERFORM EditCatYears
				MOVE WorkCourse TO LookupCourse
				PERFORM FindCatCourse
				MOVE 'N' TO DupSw
				IF CatFoundIdx > 0
					IF WorkFrom = 0 AND WorkThru = 9999
							AND CatFrom(CatFoundIdx) = 0
							AND CatThru(CatFoundIdx) = 9999
						MOVE 'Y' TO DupSw
						STRING "CATALOG line " DELIMITED BY SIZE
							LineNbr DELIMITED BY SIZE
							": duplicate course " DELIMITED BY SIZE
							FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
							INTO ErrLine
						PERFORM WriteErrLine
					END-IF
				END-IF
				IF WorkTerms NOT = SPACES
					PERFORM EditTermsOffered
				END-IF
				IF WorkHourRaw(1:1) NOT NUMERIC
					STRING "CATALOG line " DELIMITED BY SIZE
						INTO ErrLine
					PERFORM WriteErrLine
				END-IF
				IF DupSw = 'N' AND CatCount < 400
					COMPUTE CatCount = CatCount + 1
					MOVE WorkCourse TO CatCourse(CatCount)
					MOVE WorkPrereqs TO CatPrereqs(CatCount)
					MOVE WorkFrom TO CatFrom(CatCount)
					MOVE WorkThru TO CatThru(CatCount)
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE COURSE-CATALOG-FILE.


EditCatYears.
	MOVE ZERO TO WorkFrom
	MOVE 9999 TO WorkThru
	IF WorkFromRaw NOT = SPACES
		IF WorkFromRaw(1:4) NUMERIC
			MOVE WorkFromRaw(1:4) TO WorkFrom
		ELSE
			STRING "CATALOG line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": non-numeric effective catalog year for " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF
	IF WorkThruRaw NOT = SPACES
		IF WorkThruRaw(1:4) NUMERIC
			MOVE WorkThruRaw(1:4) TO WorkThru
		ELSE
			STRING "CATALOG line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": non-numeric expiry catalog year for " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF
	IF WorkThru < WorkFrom
		STRING "CATALOG line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": expiry catalog year is before the effective year for "
				DELIMITED BY SIZE
			FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		MOVE WorkFrom TO WorkThru
	END-IF.

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

EditCatVersions.
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		PERFORM CheckCatVersion
	END-PERFORM.

CheckCatVersion.
	MOVE 'N' TO NextFoundSw
	MOVE ZERO TO MaxThru
	COMPUTE NextYear = CatThru(CatIdx) + 1
	PERFORM VARYING CatIdx3 FROM 1 BY 1 UNTIL CatIdx3 > CatCount
		IF CatCourse(CatIdx3) = CatCourse(CatIdx)
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
						INTO ErrLine
					PERFORM WriteErrLine
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF CatThru(CatIdx) < MaxThru AND NextFoundSw = 'N'
		STRING "CATALOG: " DELIMITED BY SIZE
			FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
			" has no version for catalog year " DELIMITED BY SIZE
			NextYear(2:4) DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF.

FindCatOverlap.
	MOVE ZERO TO CatFoundIdx
	PERFORM VARYING CatIdx2 FROM 1 BY 1 UNTIL CatIdx2 > CatCount
		IF CatCourse(CatIdx2) = LookupCourse
				AND CatFrom(CatIdx2) <= CatThru(CatIdx)
				AND CatThru(CatIdx2) >= CatFrom(CatIdx)
			MOVE CatIdx2 TO CatFoundIdx
		END-IF
	END-PERFORM.

CheckPartResolved.
	MOVE 'Y' TO PartResolvedSw
	MOVE ZERO TO PartVerCount
	PERFORM VARYING CatIdx2 FROM 1 BY 1 UNTIL CatIdx2 > CatCount
		IF CatCourse(CatIdx2) = LookupCourse
				AND CatFrom(CatIdx2) <= CatThru(CatIdx)
				AND CatThru(CatIdx2) >= CatFrom(CatIdx)
			COMPUTE PartVerCount = PartVerCount + 1
			IF CatResolved(CatIdx2) NOT = 'Y'
				MOVE 'N' TO PartResolvedSw
			END-IF
		END-IF
	END-PERFORM.

EditPrereqRefs.
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		PERFORM CheckOnePrereqText
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
							INTO ErrLine
						PERFORM WriteErrLine
					END-IF
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatResolved(CatIdx) = 'N'
			COMPUTE CycleCount = CycleCount + 1
			MOVE CatFrom(CatIdx) TO YrFrom
			MOVE CatThru(CatIdx) TO YrThru
			PERFORM FormatYearRange
			STRING "CATALOG: " DELIMITED BY SIZE
				FUNCTION TRIM(CatCourse(CatIdx)) DELIMITED BY SIZE
				" is in (or depends on) a circular prerequisite chain ("
					DELIMITED BY SIZE
				FUNCTION TRIM(YearText) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
			PERFORM VARYING PartIdx FROM 1 BY 1 UNTIL PartIdx > 3
				IF PrereqPart(PartIdx) NOT = SPACES
					MOVE PrereqPart(PartIdx) TO LookupCourse
					PERFORM CheckPartResolved
					IF PartResolvedSw = 'Y'
						MOVE 'Y' TO GroupResolvedSw
					END-IF
				END-IF
			END-PERFORM
					INTO ErrLine
				PERFORM WriteErrLine
			END-IF
			IF CalCount > 0
				MOVE WorkF1 TO CalLookup
				PERFORM FindCalTerm
				IF CalFoundIdx = 0
					STRING "OFFERINGS line " DELIMITED BY SIZE
						LineNbr DELIMITED BY SIZE
						": term " DELIMITED BY SIZE
						FUNCTION TRIM(WorkF1) DELIMITED BY SIZE
						" for " DELIMITED BY SIZE
						FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
						" is not on the term calendar" DELIMITED BY SIZE
						INTO ErrLine
					PERFORM WriteErrLine
				END-IF
			END-IF
			IF WorkF2(1:1) NOT NUMERIC OR WorkF3(1:1) NOT NUMERIC
				STRING "OFFERINGS line " DELIMITED BY SIZE
					LineNbr DELIMITED BY SIZE
	END-PERFORM
	CLOSE OFFERINGS-FILE.

EditTermsOffered.
	MOVE SPACES TO TermTok(1) TermTok(2) TermTok(3)
	UNSTRING WorkTerms DELIMITED BY ALL SPACE OR ','
		INTO TermTok(1), TermTok(2), TermTok(3)
	PERFORM VARYING TermTokIdx FROM 1 BY 1 UNTIL TermTokIdx > 3
		IF TermTok(TermTokIdx) NOT = SPACES
				AND TermTok(TermTokIdx) NOT = "FA"
				AND TermTok(TermTokIdx) NOT = "SP"
				AND TermTok(TermTokIdx) NOT = "SU"
			STRING "CATALOG line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": terms offered code " DELIMITED BY SIZE
				FUNCTION TRIM(TermTok(TermTokIdx)) DELIMITED BY SIZE
				" for " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				" is not FA, SP or SU" DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-PERFORM.

EditCalendar.
	MOVE SPACE TO FileEOF
	MOVE ZERO TO LineNbr
	OPEN INPUT CALENDAR-FILE
	IF CalendarStatus NOT = '00'
		STRING "CALENDAR: could not open " DELIMITED BY SIZE
			FUNCTION TRIM(CalendarPath) DELIMITED BY SIZE
			" (status " DELIMITED BY SIZE
			CalendarStatus DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL FileEOF = 'Y'
		READ CALENDAR-FILE
			AT END MOVE 'Y' TO FileEOF
		END-READ
		IF FileEOF NOT = 'Y'
			COMPUTE LineNbr = LineNbr + 1
		END-IF
		IF FileEOF NOT = 'Y' AND CalendarRec NOT = SPACES
				AND CalendarRec(1:1) NOT = '*'
			MOVE SPACES TO CalLookup
			MOVE SPACES TO CalName
			MOVE SPACES TO CalSeqRaw
			MOVE SPACES TO CalStartRaw
			MOVE SPACES TO CalEndRaw
			MOVE SPACES TO CalDeadRaw
			MOVE SPACES TO CalTypeRaw
			UNSTRING CalendarRec DELIMITED BY '|'
				INTO CalLookup, CalName, CalSeqRaw, CalStartRaw,
					CalEndRaw, CalDeadRaw, CalTypeRaw
			PERFORM EditCalendarLine
		END-IF
	END-PERFORM
	CLOSE CALENDAR-FILE
	PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > CalCount
		PERFORM VARYING CalIdx2 FROM 1 BY 1 UNTIL CalIdx2 > CalCount
			IF CalSeq(CalIdx) < CalSeq(CalIdx2)
					AND CalStart(CalIdx) NOT = SPACES
					AND CalStart(CalIdx2) NOT = SPACES
					AND CalStart(CalIdx) > CalStart(CalIdx2)
				STRING "CALENDAR: " DELIMITED BY SIZE
					FUNCTION TRIM(CalCode(CalIdx)) DELIMITED BY SIZE
					" is sequenced before " DELIMITED BY SIZE
					FUNCTION TRIM(CalCode(CalIdx2)) DELIMITED BY SIZE
					" but starts after it" DELIMITED BY SIZE
					INTO ErrLine
				PERFORM WriteErrLine
			END-IF
		END-PERFORM
	END-PERFORM.

EditCalendarLine.
	IF CalLookup = SPACES
		STRING "CALENDAR line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": blank term code" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		EXIT PARAGRAPH
	END-IF
	COMPUTE CalSeqNum = FUNCTION NUMVAL(CalSeqRaw)
	IF CalSeqNum = ZERO
		STRING "CALENDAR line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": missing or non-numeric sequence for " DELIMITED BY SIZE
			FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	IF (CalStartRaw NOT = SPACES AND CalStartRaw NOT NUMERIC)
			OR (CalEndRaw NOT = SPACES AND CalEndRaw NOT NUMERIC)
			OR (CalDeadRaw NOT = SPACES AND CalDeadRaw NOT NUMERIC)
		STRING "CALENDAR line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": dates for " DELIMITED BY SIZE
			FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
			" are not yyyymmdd" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	ELSE
		IF CalStartRaw NOT = SPACES AND CalEndRaw NOT = SPACES
				AND CalEndRaw < CalStartRaw
			STRING "CALENDAR line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": end date is before the start date for " DELIMITED BY SIZE
				FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
		IF CalEndRaw NOT = SPACES AND CalDeadRaw NOT = SPACES
				AND CalDeadRaw < CalEndRaw
			STRING "CALENDAR line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": grade deadline is before the end of term for "
					DELIMITED BY SIZE
				FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF
	MOVE FUNCTION UPPER-CASE(CalTypeRaw(1:2)) TO CalType
	IF CalType NOT = "FA" AND CalType NOT = "SP" AND CalType NOT = "SU"
		STRING "CALENDAR line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": term type for " DELIMITED BY SIZE
			FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
			" must be FALL, SPRING or SUMMER" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	MOVE 'N' TO CalDupSw
	PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > CalCount
		IF CalCode(CalIdx) = CalLookup
			MOVE 'Y' TO CalDupSw
			STRING "CALENDAR line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": duplicate term code " DELIMITED BY SIZE
				FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		ELSE
			IF CalSeqNum > ZERO AND CalSeq(CalIdx) = CalSeqNum
				STRING "CALENDAR line " DELIMITED BY SIZE
					LineNbr DELIMITED BY SIZE
					": " DELIMITED BY SIZE
					FUNCTION TRIM(CalLookup) DELIMITED BY SIZE
					" repeats the sequence of " DELIMITED BY SIZE
					FUNCTION TRIM(CalCode(CalIdx)) DELIMITED BY SIZE
					INTO ErrLine
				PERFORM WriteErrLine
			END-IF
		END-IF
	END-PERFORM
	IF CalDupSw = 'N' AND CalCount < 99
		COMPUTE CalCount = CalCount + 1
		MOVE CalLookup TO CalCode(CalCount)
		MOVE CalSeqNum TO CalSeq(CalCount)
		MOVE CalStartRaw TO CalStart(CalCount)
	END-IF.

FindCalTerm.
	MOVE ZERO TO CalFoundIdx
	PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > CalCount
		IF CalCode(CalIdx) = CalLookup
			MOVE CalIdx TO CalFoundIdx
		END-IF
	END-PERFORM.

EditEquiv.
	MOVE SPACE TO FileEOF
	MOVE ZERO TO LineNbr
	MOVE SPACE TO FileEOF
	MOVE ZERO TO LineNbr
	MOVE ZERO TO ReqCount
	MOVE ZERO TO BlkCount
	MOVE ZERO TO DegVerCount
	MOVE ZERO TO CommonReqCount
	MOVE ZERO TO CommonBlkCount
	MOVE 'N' TO BlkOpenSw
	MOVE 'Y' TO FirstLineSw
	OPEN INPUT DEGREE-REQ-FILE
	IF DegReqStatus NOT = '00'
					PERFORM WriteErrLine
				END-IF
			ELSE
				EVALUATE TRUE
					WHEN DegreeReqRec(1:6) = "YEARS|"
						PERFORM EditYearsHeader
					WHEN DegreeReqRec(1:6) = "BLOCK|"
						PERFORM EditBlockHeader
					WHEN DegreeReqRec(1:8) = "ENDBLOCK"
						IF BlkOpenSw NOT = 'Y'
							STRING "DEGREE " DELIMITED BY SIZE
								FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
								" line " DELIMITED BY SIZE
								LineNbr DELIMITED BY SIZE
								": ENDBLOCK without a BLOCK" DELIMITED BY SIZE
								INTO ErrLine
							PERFORM WriteErrLine
						ELSE
							PERFORM CloseEditBlock
						END-IF
					WHEN BlkOpenSw = 'Y'
						MOVE DegreeReqRec(1:30) TO WorkCourse
						IF WorkCourse NOT = SPACES
							PERFORM EditBlockMember
						END-IF
					WHEN OTHER
						MOVE DegreeReqRec(1:30) TO WorkCourse
						IF WorkCourse NOT = SPACES
							PERFORM EditReqCourse
						END-IF
				END-EVALUATE
			END-IF
		END-IF
	END-PERFORM
	IF BlkOpenSw = 'Y'
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			": block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkName(BlkCount)) DELIMITED BY SIZE
			" has no ENDBLOCK" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		PERFORM CloseEditBlock
	END-IF
	CLOSE DEGREE-REQ-FILE
	IF DegVerCount > 0
		PERFORM EditDegVersions
	END-IF.


EditYearsHeader.
	IF BlkOpenSw = 'Y'
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": YEARS before the previous block was ended" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		PERFORM CloseEditBlock
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
	UNSTRING DegreeReqRec DELIMITED BY '|'
		INTO VerTag, VerFromRaw, VerThruRaw, VerCredRaw
	MOVE ZERO TO WorkFrom
	MOVE 9999 TO WorkThru
	IF VerFromRaw(1:4) NUMERIC
		MOVE VerFromRaw(1:4) TO WorkFrom
	ELSE
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": YEARS effective catalog year is missing or not numeric"
				DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	IF VerThruRaw NOT = SPACES
		IF VerThruRaw(1:4) NUMERIC
			MOVE VerThruRaw(1:4) TO WorkThru
		ELSE
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				" line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": YEARS expiry catalog year is not numeric" DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF
	IF WorkThru < WorkFrom
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": YEARS expiry catalog year is before the effective year"
				DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		MOVE WorkFrom TO WorkThru
	END-IF
	IF VerCredRaw NOT = SPACES AND VerCredRaw(1:1) NOT NUMERIC
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": YEARS total credits is not numeric" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	IF DegVerCount < 20
		COMPUTE DegVerCount = DegVerCount + 1
		MOVE WorkFrom TO DegVerFrom(DegVerCount)
		MOVE WorkThru TO DegVerThru(DegVerCount)
		MOVE LineNbr TO DegVerLine(DegVerCount)
	END-IF.

EditDegVersions.
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
					STRING "DEGREE " DELIMITED BY SIZE
						FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
						": YEARS versions at lines " DELIMITED BY SIZE
						DegVerLine(DegVerIdx) DELIMITED BY SIZE
						" and " DELIMITED BY SIZE
						DegVerLine(DegVerIdx2) DELIMITED BY SIZE
						" overlap" DELIMITED BY SIZE
						INTO ErrLine
					PERFORM WriteErrLine
				END-IF
			END-IF
		END-PERFORM
		IF DegVerThru(DegVerIdx) < MaxThru AND NextFoundSw = 'N'
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				": no YEARS version covers catalog year " DELIMITED BY SIZE
				NextYear(2:4) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-PERFORM.

EditReqCourse.
	MOVE WorkCourse TO LookupCourse
	PERFORM FindCatCourse
	IF CatFoundIdx = 0
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": required course " DELIMITED BY SIZE
			FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
			" is not in the catalog" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	PERFORM VARYING ReqIdx2 FROM 1 BY 1
			UNTIL ReqIdx2 > ReqCount
		IF ReqCourse(ReqIdx2) = WorkCourse
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				" line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": duplicate requirement " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
			MOVE ReqCount TO ReqIdx2
		END-IF
	END-PERFORM
	IF ReqCount < 100
		COMPUTE ReqCount = ReqCount + 1
		MOVE WorkCourse TO ReqCourse(ReqCount)
	END-IF.

EditBlockHeader.
	IF BlkOpenSw = 'Y'
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": BLOCK before the previous block was ended" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
		PERFORM CloseEditBlock
	END-IF
	MOVE SPACES TO BlkHdrTag
	MOVE SPACES TO BlkHdrName
	MOVE SPACES TO BlkHdrUnit
	MOVE SPACES TO BlkHdrMin
	UNSTRING DegreeReqRec DELIMITED BY '|'
		INTO BlkHdrTag, BlkHdrName, BlkHdrUnit, BlkHdrMin
	MOVE 'Y' TO BlkOpenSw
	MOVE ZERO TO BlkMemCount
	IF BlkHdrName = SPACES
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": BLOCK has no name" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	ELSE
		PERFORM VARYING BlkIdx FROM 1 BY 1 UNTIL BlkIdx > BlkCount
			IF BlkName(BlkIdx) = BlkHdrName
				STRING "DEGREE " DELIMITED BY SIZE
					FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
					" line " DELIMITED BY SIZE
					LineNbr DELIMITED BY SIZE
					": duplicate block " DELIMITED BY SIZE
					FUNCTION TRIM(BlkHdrName) DELIMITED BY SIZE
					INTO ErrLine
				PERFORM WriteErrLine
			END-IF
		END-PERFORM
	END-IF
	IF BlkCount < 20
		COMPUTE BlkCount = BlkCount + 1
		MOVE BlkHdrName TO BlkName(BlkCount)
	END-IF
	MOVE FUNCTION UPPER-CASE(BlkHdrUnit) TO BlkHdrUnit
	IF BlkHdrUnit NOT = "HOURS" AND BlkHdrUnit NOT = "COURSES"
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": block unit must be HOURS or COURSES, found " DELIMITED BY SIZE
			FUNCTION TRIM(BlkHdrUnit) DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	IF BlkHdrMin(1:1) NOT NUMERIC
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			" line " DELIMITED BY SIZE
			LineNbr DELIMITED BY SIZE
			": block minimum is missing or not numeric" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	ELSE
		IF FUNCTION NUMVAL(BlkHdrMin) = 0
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				" line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": block minimum must be greater than zero" DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF.

EditBlockMember.
	COMPUTE BlkMemCount = BlkMemCount + 1
	MOVE ZERO TO StarCount
	INSPECT WorkCourse TALLYING StarCount FOR ALL '*'
	IF StarCount = 0
		MOVE WorkCourse TO LookupCourse
		PERFORM FindCatCourse
		IF CatFoundIdx = 0
			STRING "DEGREE " DELIMITED BY SIZE
				FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
				" line " DELIMITED BY SIZE
				LineNbr DELIMITED BY SIZE
				": block course " DELIMITED BY SIZE
				FUNCTION TRIM(WorkCourse) DELIMITED BY SIZE
				" is not in the catalog" DELIMITED BY SIZE
				INTO ErrLine
			PERFORM WriteErrLine
		END-IF
	END-IF.

CloseEditBlock.
	IF BlkMemCount = 0
		STRING "DEGREE " DELIMITED BY SIZE
			FUNCTION TRIM(DegreeReqPath) DELIMITED BY SIZE
			": block " DELIMITED BY SIZE
			FUNCTION TRIM(BlkName(BlkCount)) DELIMITED BY SIZE
			" lists no courses" DELIMITED BY SIZE
			INTO ErrLine
		PERFORM WriteErrLine
	END-IF
	MOVE 'N' TO BlkOpenSw.
