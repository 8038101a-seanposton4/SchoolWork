		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AdvisorTranscript.
Author. Ryan Custard.
DATE-WRITTEN.October 15th 2026

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT STUDENT-MASTER-FILE ASSIGN TO MasterPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS MasterStatus.
		SELECT KEYED-MASTER-FILE ASSIGN TO KeyedMasterPath
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MkKey
			FILE STATUS IS KeyedStatus.
		SELECT ARCHIVE-FILE ASSIGN TO ArchivePath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ArchiveStatus.
		SELECT DEMOGRAPHICS-FILE ASSIGN TO DemoPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS DemoStatus.
		SELECT CATALOG-FILE ASSIGN TO CatalogPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS CatalogStatus.
		SELECT STANDING-POLICY-FILE ASSIGN TO PolicyPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS PolicyStatus.
		SELECT REQUEST-FILE ASSIGN TO ReqListPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ReqStatus.
		SELECT TRANSCRIPT-FILE ASSIGN TO TranscriptPath
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS TranscriptStatus.


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

FD DEMOGRAPHICS-FILE.
	01 DemoRec PIC X(200).

FD CATALOG-FILE.
	01 CatalogRec PIC X(200).

FD STANDING-POLICY-FILE.
	01 PolicyRec PIC X(80).

FD REQUEST-FILE.
	01 ReqRec PIC X(80).

FD TRANSCRIPT-FILE.
	01 TranscriptRec PIC X(100).


WORKING-STORAGE SECTION.
01 MasterPath         PIC X(30).
01 MasterStatus       PIC X(2) VALUE '00'.
01 MasterEOF          PIC X(1).
01 KeyedMasterPath    PIC X(30).
01 KeyedStatus        PIC X(2) VALUE '00'.
01 KeyedEOF           PIC X(1).
01 ArchivePath        PIC X(30).
01 ArchiveStatus      PIC X(2) VALUE '00'.
01 ArchiveEOF         PIC X(1).
01 FromArchive        PIC X(1) VALUE 'N'.
01 ArchRunDate        PIC X(8).
01 ArchGradDate       PIC X(8).
01 DemoPath           PIC X(30).
01 DemoStatus         PIC X(2) VALUE '00'.
01 DemoEOF            PIC X(1).
01 DemoId             PIC X(10).
01 DemoEmail          PIC X(40).
01 DemoName           PIC X(40).
01 DemoAddr           PIC X(80).
01 CatalogPath        PIC X(30).
01 CatalogStatus      PIC X(2) VALUE '00'.
01 CatalogEOF         PIC X(1).
01 PolicyPath         PIC X(30).
01 PolicyStatus       PIC X(2) VALUE '00'.
01 PolicyEOF          PIC X(1).
01 PolicyKey          PIC X(20).
01 PolicyValRaw       PIC X(20).
01 ReqListPath        PIC X(30).
01 ReqStatus          PIC X(2) VALUE '00'.
01 ReqEOF             PIC X(1).
01 TranscriptPath     PIC X(30).
01 TranscriptStatus   PIC X(2) VALUE '00'.
01 TrReqId            PIC X(10).
01 InqId              PIC X(10).
01 StudentFound       PIC X(1).
01 LoadingSw          PIC X(1).
01 MasterLine         PIC X(300).
01 MstTag             PIC X(2).
01 MstF1              PIC X(30).
01 MstF2              PIC X(30).
01 MstF3              PIC X(30).
01 MstF4              PIC X(30).
01 MstF5              PIC X(30).
01 MstF6              PIC X(30).
01 MstF7              PIC X(30).
01 MstF8              PIC X(30).
01 MstF9              PIC X(30).
01 StudentId          PIC X(10).
01 AdvisorCode        PIC X(10).
01 CurrStanding       PIC X(13).
01 StudentName        PIC X(40).
01 CatYear            PIC X(4).
01 MajorCode          PIC X(10).
01 ProgSummary        PIC X(80).
01 GPA                PIC 9(3)V99 VALUE ZERO.
01 GpaHours           PIC 9(3) VALUE ZERO.
01 CreditT            PIC 9(3) VALUE ZERO.
01 FormatGPA          PIC 9V99.
01 FormatGPAEdit      PIC 9.99.
01 Counter            PIC 999 VALUE 1.
01 MaxCourses         PIC 999 VALUE 250.
01 TCourse            PIC X(30) OCCURS 250 TIMES.
01 TGrade             PIC X(2) OCCURS 250 TIMES.
01 TPoints            PIC 9(3)V99 OCCURS 250 TIMES.
01 TTerm              PIC X(20) OCCURS 250 TIMES.
01 THours             PIC 9 OCCURS 250 TIMES.
01 TCourseIdx         PIC 999.
01 TermCount          PIC 99 VALUE ZERO.
01 TermName           PIC X(20) OCCURS 20 TIMES.
01 TermPts            PIC 9(4)V99 OCCURS 20 TIMES.
01 TermHrs            PIC 9(3) OCCURS 20 TIMES.
01 TermIdx            PIC 99.
01 TermFoundIdx       PIC 99.
01 OrdCount           PIC 99 VALUE ZERO.
01 OrdTerm            PIC X(20) OCCURS 40 TIMES.
01 OrdIdx             PIC 99.
01 OrdFound           PIC X(1).
01 OrdCand            PIC X(20).
01 CatCount           PIC 999 VALUE ZERO.
01 CatCourse          PIC X(30) OCCURS 400 TIMES.
01 CatTitle           PIC X(30) OCCURS 400 TIMES.
01 CatFrom            PIC 9(4) OCCURS 400 TIMES.
01 CatThru            PIC 9(4) OCCURS 400 TIMES.
01 CatIdx             PIC 999.
01 CatFoundIdx        PIC 999.
01 CatDropCount       PIC 9(5) VALUE ZERO.
01 CatHoursRaw        PIC X(5).
01 CatPrereqRaw       PIC X(60).
01 CatTermsRaw        PIC X(20).
01 CatFromRaw         PIC X(4).
01 CatThruRaw         PIC X(4).
01 CatYearNum         PIC 9(4).
01 CourseTitle        PIC X(30).
01 DeansListGPA       PIC 9V99 VALUE 3.50.
01 GoodStandGPA       PIC 9V99 VALUE 2.00.
01 SuspendTerms       PIC 9 VALUE 2.
01 CumLaudeGPA        PIC 9V99 VALUE 3.50.
01 MagnaGPA           PIC 9V99 VALUE 3.70.
01 SummaGPA           PIC 9V99 VALUE 3.90.
01 TermGPA            PIC 9V99.
01 TermStanding       PIC X(13).
01 LowTermStreak      PIC 9 VALUE ZERO.
01 TermAttHrs         PIC 9(3).
01 TermEarnHrs        PIC 9(3).
01 CumPts             PIC 9(5)V99.
01 CumHrs             PIC 9(4).
01 CumGPA             PIC 9V99.
01 TotInstHrs         PIC 9(4).
01 TotXferHrs         PIC 9(4).
01 TotEarnHrs         PIC 9(4).
01 XferCount          PIC 999.
01 HonorsText         PIC X(20).
01 GPAEdit            PIC 9.99.
01 CumGPAEdit         PIC 9.99.
01 HrsEdit            PIC ZZZ9.
01 Hrs2Edit           PIC ZZZ9.
01 Hrs3Edit           PIC ZZZ9.
01 PtsEdit            PIC ZZ9.99.
01 PageEdit           PIC Z9.
01 TrLine             PIC X(100) VALUE SPACES.
01 TrHdrLine          PIC X(100).
01 TrLineCount        PIC 99 VALUE ZERO.
01 TrPage             PIC 99 VALUE ZERO.
01 RunDate            PIC 9(8).
01 TrBalanced         PIC X(1).
01 TrPrintedCount     PIC 9(5) VALUE ZERO.
01 TrNotFoundCount    PIC 9(5) VALUE ZERO.
01 TrOutBalCount      PIC 9(5) VALUE ZERO.


PROCEDURE DIVISION.
DISPLAY "Please enter the name of the keyed student master file,"
DISPLAY "or press Enter to scan a sequential master instead."
ACCEPT KeyedMasterPath

DISPLAY "Please enter the name of the sequential student master file."
ACCEPT MasterPath

DISPLAY "Please enter the name of the graduate archive file to search"
DISPLAY "when a student is not on the active master, or press Enter if none."
ACCEPT ArchivePath

DISPLAY "Please enter the name of the student demographics file"
DISPLAY "(StudentId|Name|Email|AddressLines per line), or press Enter if none."
ACCEPT DemoPath

DISPLAY "Please enter the name of the course catalog file."
ACCEPT CatalogPath

DISPLAY "Please enter the name of the standing policy file, or press Enter for the defaults."
ACCEPT PolicyPath

DISPLAY "Please enter the student id to print, or press Enter to print"
DISPLAY "every id listed in a transcript request file."
ACCEPT TrReqId
IF TrReqId = SPACES
	DISPLAY "Please enter the name of the transcript request file (one StudentId per line)."
	ACCEPT ReqListPath
END-IF

DISPLAY "Please enter the name of the transcript file to create."
ACCEPT TranscriptPath

PERFORM LoadCatalog
IF PolicyPath NOT = SPACES
	PERFORM LoadPolicy
END-IF
ACCEPT RunDate FROM DATE YYYYMMDD
OPEN OUTPUT TRANSCRIPT-FILE
IF TranscriptStatus NOT = '00'
	DISPLAY "ERROR: could not create transcript file "
		FUNCTION TRIM(TranscriptPath) " (status " TranscriptStatus ")"
	MOVE 8 TO RETURN-CODE
	STOP RUN
END-IF

IF TrReqId NOT = SPACES
	PERFORM PrintTranscript
ELSE
	OPEN INPUT REQUEST-FILE
	IF ReqStatus NOT = '00'
		DISPLAY "ERROR: could not open transcript request file "
			FUNCTION TRIM(ReqListPath) " (status " ReqStatus ")"
		CLOSE TRANSCRIPT-FILE
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACE TO ReqEOF
	PERFORM UNTIL ReqEOF = 'Y'
		READ REQUEST-FILE
			AT END MOVE 'Y' TO ReqEOF
		END-READ
		IF ReqEOF NOT = 'Y' AND ReqRec NOT = SPACES
			MOVE FUNCTION TRIM(ReqRec) TO TrReqId
			PERFORM PrintTranscript
		END-IF
	END-PERFORM
	CLOSE REQUEST-FILE
END-IF

CLOSE TRANSCRIPT-FILE
DISPLAY "Transcripts printed:   " TrPrintedCount
IF TrNotFoundCount > 0
	DISPLAY "Students not found:    " TrNotFoundCount
END-IF
IF TrOutBalCount > 0
	DISPLAY "Out of balance with the master: " TrOutBalCount
END-IF
IF TrNotFoundCount > 0 OR TrOutBalCount > 0
	MOVE 4 TO RETURN-CODE
END-IF

STOP RUN.

LoadCatalog.
	MOVE SPACE TO CatalogEOF
	MOVE ZERO TO CatCount
	OPEN INPUT CATALOG-FILE
	IF CatalogStatus NOT = '00'
		DISPLAY "ERROR: could not open catalog file "
			FUNCTION TRIM(CatalogPath) " (status " CatalogStatus ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL CatalogEOF = 'Y'
		READ CATALOG-FILE
			AT END MOVE 'Y' TO CatalogEOF
		END-READ
		IF CatalogEOF NOT = 'Y' AND CatalogRec NOT = SPACES
			IF CatCount < 400
				COMPUTE CatCount = CatCount + 1
				MOVE SPACES TO CatTitle(CatCount)
				MOVE SPACES TO CatFromRaw
				MOVE SPACES TO CatThruRaw
				UNSTRING CatalogRec DELIMITED BY '|'
					INTO CatCourse(CatCount), CatTitle(CatCount), CatHoursRaw,
						CatPrereqRaw, CatTermsRaw, CatFromRaw, CatThruRaw
				IF CatFromRaw NUMERIC
					MOVE CatFromRaw TO CatFrom(CatCount)
				ELSE
					MOVE ZERO TO CatFrom(CatCount)
				END-IF
				IF CatThruRaw NUMERIC
					MOVE CatThruRaw TO CatThru(CatCount)
				ELSE
					MOVE 9999 TO CatThru(CatCount)
				END-IF
			ELSE
				COMPUTE CatDropCount = CatDropCount + 1
			END-IF
		END-IF
	END-PERFORM
	CLOSE CATALOG-FILE
	IF CatDropCount > 0
		DISPLAY "WARNING: catalog table is full; " CatDropCount
			" line(s) were ignored"
	END-IF.

LoadPolicy.
	MOVE SPACE TO PolicyEOF
	OPEN INPUT STANDING-POLICY-FILE
	IF PolicyStatus NOT = '00'
		DISPLAY "WARNING: could not open policy file "
			FUNCTION TRIM(PolicyPath) " (status " PolicyStatus
			"); default standing and honors thresholds are used"
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL PolicyEOF = 'Y'
		READ STANDING-POLICY-FILE
			AT END MOVE 'Y' TO PolicyEOF
		END-READ
		IF PolicyEOF NOT = 'Y'
			UNSTRING PolicyRec DELIMITED BY '|'
				INTO PolicyKey, PolicyValRaw
			EVALUATE PolicyKey
				WHEN "DEANSLIST"
					COMPUTE DeansListGPA = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "GOODSTANDING"
					COMPUTE GoodStandGPA = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "SUSPENSIONTERMS"
					COMPUTE SuspendTerms = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "CUMLAUDE"
					COMPUTE CumLaudeGPA = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "MAGNA"
					COMPUTE MagnaGPA = FUNCTION NUMVAL(PolicyValRaw)
				WHEN "SUMMA"
					COMPUTE SummaGPA = FUNCTION NUMVAL(PolicyValRaw)
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF
	END-PERFORM
	CLOSE STANDING-POLICY-FILE.

PrintTranscript.
	MOVE TrReqId TO InqId
	PERFORM LoadStudent
	IF StudentFound = 'N' AND ArchivePath NOT = SPACES
		PERFORM LoadStudentArchive
	END-IF
	IF StudentFound = 'N'
		DISPLAY "WARNING: student " FUNCTION TRIM(InqId)
			" is not on the master or the archive; no transcript printed"
		COMPUTE TrNotFoundCount = TrNotFoundCount + 1
		EXIT PARAGRAPH
	END-IF
	IF DemoPath NOT = SPACES
		PERFORM LookupDemographics
	END-IF
	IF CatYear NUMERIC
		MOVE CatYear TO CatYearNum
	ELSE
		MOVE 9999 TO CatYearNum
	END-IF
	PERFORM BuildTermOrder
	MOVE ZERO TO TrPage
	MOVE ZERO TO CumPts
	MOVE ZERO TO CumHrs
	MOVE ZERO TO CumGPA
	MOVE ZERO TO LowTermStreak
	MOVE ZERO TO TotInstHrs
	MOVE ZERO TO TotXferHrs
	PERFORM WritePageHeader
	PERFORM WriteStudentBlock
	PERFORM WriteTransferSection
	PERFORM VARYING OrdIdx FROM 1 BY 1 UNTIL OrdIdx > OrdCount
		PERFORM WriteTermSection
	END-PERFORM
	IF FromArchive = 'Y'
		PERFORM WriteDegreeNotation
	END-IF
	PERFORM WriteTrailer
	COMPUTE TrPrintedCount = TrPrintedCount + 1.

LoadStudent.
	MOVE 'N' TO StudentFound
	MOVE 'N' TO FromArchive
	MOVE 'N' TO LoadingSw
	MOVE SPACE TO MasterEOF
	MOVE ZERO TO GPA
	MOVE ZERO TO GpaHours
	MOVE ZERO TO CreditT
	MOVE 1 TO Counter
	MOVE ZERO TO TermCount
	MOVE SPACES TO StudentName
	MOVE SPACES TO DemoName
	MOVE SPACES TO DemoAddr
	MOVE SPACES TO ProgSummary
	MOVE SPACES TO CatYear
	MOVE SPACES TO ArchGradDate
	IF KeyedMasterPath NOT = SPACES
		PERFORM LoadStudentKeyed
	ELSE
		PERFORM LoadStudentScan
	END-IF.

LoadStudentKeyed.
	OPEN INPUT KEYED-MASTER-FILE
	IF KeyedStatus NOT = '00'
		DISPLAY "WARNING: could not open keyed master file "
			FUNCTION TRIM(KeyedMasterPath) " (status " KeyedStatus
			"); scanning the sequential master instead"
		PERFORM LoadStudentScan
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO KeyedEOF
	MOVE InqId TO MkStudentId
	MOVE ZERO TO MkSeq
	START KEYED-MASTER-FILE KEY >= MkKey
		INVALID KEY MOVE 'Y' TO KeyedEOF
	END-START
	PERFORM UNTIL KeyedEOF = 'Y'
		READ KEYED-MASTER-FILE NEXT RECORD
			AT END MOVE 'Y' TO KeyedEOF
		END-READ
		IF KeyedEOF NOT = 'Y'
			IF MkStudentId NOT = InqId
				MOVE 'Y' TO KeyedEOF
			ELSE
				MOVE MkData TO MasterLine
				PERFORM HandleTranscriptRecord
			END-IF
		END-IF
	END-PERFORM
	CLOSE KEYED-MASTER-FILE.

LoadStudentScan.
	OPEN INPUT STUDENT-MASTER-FILE
	IF MasterStatus NOT = '00'
		DISPLAY "ERROR: could not open master file " FUNCTION TRIM(MasterPath)
			" (status " MasterStatus ")"
		MOVE 'Y' TO MasterEOF
	END-IF
	PERFORM UNTIL MasterEOF = 'Y'
		READ STUDENT-MASTER-FILE INTO MasterLine
			AT END MOVE 'Y' TO MasterEOF
		END-READ
		IF MasterEOF NOT = 'Y'
			PERFORM HandleTranscriptRecord
			IF StudentFound = 'Y' AND LoadingSw = 'N'
				MOVE 'Y' TO MasterEOF
			END-IF
		END-IF
	END-PERFORM
	CLOSE STUDENT-MASTER-FILE.

LoadStudentArchive.
	OPEN INPUT ARCHIVE-FILE
	IF ArchiveStatus NOT = '00'
		DISPLAY "ERROR: could not open archive file "
			FUNCTION TRIM(ArchivePath) " (status " ArchiveStatus ")"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ArchiveEOF
	MOVE SPACES TO ArchRunDate
	PERFORM UNTIL ArchiveEOF = 'Y'
		READ ARCHIVE-FILE INTO MasterLine
			AT END MOVE 'Y' TO ArchiveEOF
		END-READ
		IF ArchiveEOF NOT = 'Y'
			IF MasterLine(1:9) = "*ARCHIVE "
				MOVE MasterLine(10:8) TO ArchRunDate
			END-IF
			IF MasterLine(1:1) NOT = '*'
				PERFORM HandleTranscriptRecord
				IF StudentFound = 'Y' AND LoadingSw = 'N'
					MOVE 'Y' TO ArchiveEOF
				END-IF
			END-IF
		END-IF
	END-PERFORM
	CLOSE ARCHIVE-FILE
	IF StudentFound = 'Y'
		MOVE 'Y' TO FromArchive
		MOVE ArchRunDate TO ArchGradDate
	END-IF.

HandleTranscriptRecord.
	EVALUATE MasterLine(1:2)
		WHEN "S|"
			UNSTRING MasterLine DELIMITED BY '|'
				INTO MstTag, MstF1
			IF MstF1(1:10) = InqId AND StudentFound = 'N'
				MOVE 'Y' TO LoadingSw
				MOVE 'Y' TO StudentFound
				MOVE SPACES TO MstF6
				MOVE SPACES TO MstF7
				MOVE SPACES TO CurrStanding
				MOVE SPACES TO StudentName
				MOVE SPACES TO CatYear
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, StudentId, MajorCode, MstF1, MstF5,
						MstF2, MstF3, MstF4, MstF8, MstF9, MstF6,
						MstF7, CurrStanding, StudentName, ProgSummary,
						CatYear
				MOVE MstF7(1:10) TO AdvisorCode
				COMPUTE GPA = FUNCTION NUMVAL(MstF1)
				COMPUTE GpaHours = FUNCTION NUMVAL(MstF5)
				COMPUTE CreditT = FUNCTION NUMVAL(MstF2)
			ELSE
				MOVE 'N' TO LoadingSw
			END-IF
		WHEN "C|"
			IF LoadingSw = 'Y' AND Counter <= MaxCourses
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, TCourse(Counter), MstF1, MstF2,
						TTerm(Counter), MstF3
				MOVE MstF1(1:2) TO TGrade(Counter)
				COMPUTE TPoints(Counter) = FUNCTION NUMVAL(MstF2)
				COMPUTE THours(Counter) = FUNCTION NUMVAL(MstF3)
				COMPUTE Counter = Counter + 1
			END-IF
		WHEN "T|"
			IF LoadingSw = 'Y' AND TermCount < 20
				COMPUTE TermCount = TermCount + 1
				UNSTRING MasterLine DELIMITED BY '|'
					INTO MstTag, TermName(TermCount), MstF1, MstF2
				COMPUTE TermPts(TermCount) = FUNCTION NUMVAL(MstF1)
				COMPUTE TermHrs(TermCount) = FUNCTION NUMVAL(MstF2)
			END-IF
		WHEN "E|"
			MOVE 'N' TO LoadingSw
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

LookupDemographics.
	OPEN INPUT DEMOGRAPHICS-FILE
	IF DemoStatus NOT = '00'
		DISPLAY "WARNING: could not open demographics file "
			FUNCTION TRIM(DemoPath) " (status " DemoStatus ")"
		EXIT PARAGRAPH
	END-IF
	MOVE SPACE TO DemoEOF
	PERFORM UNTIL DemoEOF = 'Y'
		READ DEMOGRAPHICS-FILE
			AT END MOVE 'Y' TO DemoEOF
		END-READ
		IF DemoEOF NOT = 'Y' AND DemoRec NOT = SPACES
			MOVE SPACES TO DemoId
			UNSTRING DemoRec DELIMITED BY '|'
				INTO DemoId
			IF DemoId = StudentId
				UNSTRING DemoRec DELIMITED BY '|'
					INTO DemoId, DemoName, DemoEmail, DemoAddr
				MOVE 'Y' TO DemoEOF
			END-IF
		END-IF
	END-PERFORM
	CLOSE DEMOGRAPHICS-FILE.

BuildTermOrder.
	MOVE ZERO TO OrdCount
	PERFORM VARYING TermIdx FROM 1 BY 1 UNTIL TermIdx > TermCount
		MOVE 'N' TO OrdFound
		PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
			IF TTerm(TCourseIdx) = TermName(TermIdx)
					AND TGrade(TCourseIdx) NOT = 'T'
				MOVE 'Y' TO OrdFound
			END-IF
		END-PERFORM
		IF OrdFound = 'Y'
			MOVE TermName(TermIdx) TO OrdCand
			PERFORM AddOrdTerm
		END-IF
	END-PERFORM
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		IF TGrade(TCourseIdx) NOT = 'T'
			MOVE TTerm(TCourseIdx) TO OrdCand
			PERFORM AddOrdTerm
		END-IF
	END-PERFORM.

AddOrdTerm.
	MOVE 'N' TO OrdFound
	PERFORM VARYING OrdIdx FROM 1 BY 1 UNTIL OrdIdx > OrdCount
		IF OrdTerm(OrdIdx) = OrdCand
			MOVE 'Y' TO OrdFound
		END-IF
	END-PERFORM
	IF OrdFound = 'N' AND OrdCount < 40
		COMPUTE OrdCount = OrdCount + 1
		MOVE OrdCand TO OrdTerm(OrdCount)
	END-IF.

FindCatalogTitle.
	MOVE ZERO TO CatFoundIdx
	MOVE SPACES TO CourseTitle
	PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
		IF CatCourse(CatIdx) = TCourse(TCourseIdx)
			IF CatFoundIdx = 0
				MOVE CatIdx TO CatFoundIdx
			ELSE
				IF CatFrom(CatIdx) <= CatYearNum AND CatThru(CatIdx) >= CatYearNum
					MOVE CatIdx TO CatFoundIdx
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF CatFoundIdx = 0
		MOVE "(not in catalog)" TO CourseTitle
	ELSE
		MOVE CatTitle(CatFoundIdx) TO CourseTitle
	END-IF.

WritePageHeader.
	COMPUTE TrPage = TrPage + 1
	MOVE TrPage TO PageEdit
	MOVE SPACES TO TrHdrLine
	STRING "OFFICIAL ACADEMIC TRANSCRIPT" DELIMITED BY SIZE
		"                    Printed " DELIMITED BY SIZE
		RunDate DELIMITED BY SIZE
		"     Page " DELIMITED BY SIZE
		PageEdit DELIMITED BY SIZE
		INTO TrHdrLine
	MOVE TrHdrLine TO TranscriptRec
	IF TrPage = 1 AND TrPrintedCount = 0
		WRITE TranscriptRec AFTER ADVANCING 1 LINE
	ELSE
		WRITE TranscriptRec AFTER ADVANCING PAGE
	END-IF
	MOVE SPACES TO TrHdrLine
	IF TrPage > 1
		STRING "Student: " DELIMITED BY SIZE
			FUNCTION TRIM(StudentId) DELIMITED BY SIZE
			" (continued)" DELIMITED BY SIZE
			INTO TrHdrLine
	ELSE
		STRING "Student: " DELIMITED BY SIZE
			FUNCTION TRIM(StudentId) DELIMITED BY SIZE
			INTO TrHdrLine
	END-IF
	MOVE TrHdrLine TO TranscriptRec
	WRITE TranscriptRec AFTER ADVANCING 1 LINE
	MOVE ALL "=" TO TranscriptRec
	WRITE TranscriptRec AFTER ADVANCING 1 LINE
	MOVE 3 TO TrLineCount.

WriteTrLine.
	IF TrLineCount >= 56
		PERFORM WritePageHeader
	END-IF
	MOVE TrLine TO TranscriptRec
	WRITE TranscriptRec AFTER ADVANCING 1 LINE
	COMPUTE TrLineCount = TrLineCount + 1
	MOVE SPACES TO TrLine.

WriteStudentBlock.
	IF DemoName NOT = SPACES
		MOVE DemoName TO StudentName
	END-IF
	IF StudentName = SPACES
		MOVE "(name not on file)" TO StudentName
	END-IF
	STRING "Name:          " DELIMITED BY SIZE
		FUNCTION TRIM(StudentName) DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	IF DemoAddr NOT = SPACES
		STRING "Address:       " DELIMITED BY SIZE
			FUNCTION TRIM(DemoAddr) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	STRING "Student id:    " DELIMITED BY SIZE
		FUNCTION TRIM(StudentId) DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	STRING "Major:         " DELIMITED BY SIZE
		FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	IF ProgSummary NOT = SPACES
		STRING "Programs:      " DELIMITED BY SIZE
			FUNCTION TRIM(ProgSummary) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	IF CatYear NOT = SPACES
		STRING "Catalog year:  " DELIMITED BY SIZE
			CatYear DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	PERFORM WriteTrLine.

WriteTransferSection.
	MOVE ZERO TO XferCount
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		IF TGrade(TCourseIdx) = 'T'
			IF XferCount = 0
				MOVE "TRANSFER CREDIT" TO TrLine
				PERFORM WriteTrLine
				MOVE "  Course     Title                           Grade  Hours" TO TrLine
				PERFORM WriteTrLine
			END-IF
			COMPUTE XferCount = XferCount + 1
			PERFORM FindCatalogTitle
			COMPUTE TotXferHrs = TotXferHrs + THours(TCourseIdx)
			MOVE THours(TCourseIdx) TO HrsEdit
			STRING "  " DELIMITED BY SIZE
				TCourse(TCourseIdx)(1:10) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				CourseTitle DELIMITED BY SIZE
				"  TR   " DELIMITED BY SIZE
				HrsEdit DELIMITED BY SIZE
				"   (" DELIMITED BY SIZE
				FUNCTION TRIM(TTerm(TCourseIdx)) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO TrLine
			PERFORM WriteTrLine
		END-IF
	END-PERFORM
	IF XferCount > 0
		MOVE TotXferHrs TO HrsEdit
		STRING "  Transfer hours accepted: " DELIMITED BY SIZE
			FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
		PERFORM WriteTrLine
	END-IF.

WriteTermSection.
	IF TrLineCount > 50
		PERFORM WritePageHeader
	END-IF
	STRING "TERM " DELIMITED BY SIZE
		FUNCTION TRIM(OrdTerm(OrdIdx)) DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	MOVE "  Course     Title                           Grade  Hours  Points" TO TrLine
	PERFORM WriteTrLine
	MOVE ZERO TO TermAttHrs
	MOVE ZERO TO TermEarnHrs
	PERFORM VARYING TCourseIdx FROM 1 BY 1 UNTIL TCourseIdx >= Counter
		IF TTerm(TCourseIdx) = OrdTerm(OrdIdx) AND TGrade(TCourseIdx) NOT = 'T'
			PERFORM WriteCourseLine
		END-IF
	END-PERFORM
	MOVE ZERO TO TermFoundIdx
	PERFORM VARYING TermIdx FROM 1 BY 1 UNTIL TermIdx > TermCount
		IF TermName(TermIdx) = OrdTerm(OrdIdx)
			MOVE TermIdx TO TermFoundIdx
		END-IF
	END-PERFORM
	IF TermFoundIdx > 0 AND TermHrs(TermFoundIdx) > 0
		COMPUTE TermGPA = TermPts(TermFoundIdx) / TermHrs(TermFoundIdx)
		COMPUTE CumPts = CumPts + TermPts(TermFoundIdx)
		COMPUTE CumHrs = CumHrs + TermHrs(TermFoundIdx)
		COMPUTE CumGPA = CumPts / CumHrs
		PERFORM EvalTermStanding
		MOVE TermGPA TO GPAEdit
		MOVE CumGPA TO CumGPAEdit
		MOVE TermEarnHrs TO HrsEdit
		MOVE TermHrs(TermFoundIdx) TO Hrs2Edit
		MOVE CumHrs TO Hrs3Edit
		STRING "  Term: earned " DELIMITED BY SIZE
			FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
			"  GPA hours " DELIMITED BY SIZE
			FUNCTION TRIM(Hrs2Edit) DELIMITED BY SIZE
			"  GPA " DELIMITED BY SIZE
			GPAEdit DELIMITED BY SIZE
			"    Cumulative: GPA hours " DELIMITED BY SIZE
			FUNCTION TRIM(Hrs3Edit) DELIMITED BY SIZE
			"  GPA " DELIMITED BY SIZE
			CumGPAEdit DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
		STRING "  Academic standing: " DELIMITED BY SIZE
			FUNCTION TRIM(TermStanding) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	ELSE
		MOVE TermEarnHrs TO HrsEdit
		STRING "  Term: earned " DELIMITED BY SIZE
			FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
			"  no GPA hours this term" DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	PERFORM WriteTrLine.

WriteCourseLine.
	PERFORM FindCatalogTitle
	COMPUTE TermAttHrs = TermAttHrs + THours(TCourseIdx)
	IF TGrade(TCourseIdx) NOT = 'F' AND TGrade(TCourseIdx) NOT = 'W'
			AND TGrade(TCourseIdx) NOT = 'I' AND TGrade(TCourseIdx) NOT = SPACES
		COMPUTE TermEarnHrs = TermEarnHrs + THours(TCourseIdx)
		COMPUTE TotInstHrs = TotInstHrs + THours(TCourseIdx)
	END-IF
	MOVE THours(TCourseIdx) TO HrsEdit
	MOVE TPoints(TCourseIdx) TO PtsEdit
	STRING "  " DELIMITED BY SIZE
		TCourse(TCourseIdx)(1:10) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		CourseTitle DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		TGrade(TCourseIdx) DELIMITED BY SIZE
		"   " DELIMITED BY SIZE
		HrsEdit DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		PtsEdit DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine.

EvalTermStanding.
	IF TermGPA < GoodStandGPA
		COMPUTE LowTermStreak = LowTermStreak + 1
		IF LowTermStreak >= SuspendTerms
			MOVE "SUSPENSION" TO TermStanding
		ELSE
			MOVE "PROBATION" TO TermStanding
		END-IF
	ELSE
		MOVE ZERO TO LowTermStreak
		IF TermGPA >= DeansListGPA
			MOVE "DEAN'S LIST" TO TermStanding
		ELSE
			MOVE "GOOD STANDING" TO TermStanding
		END-IF
	END-IF.

WriteDegreeNotation.
	IF GpaHours > 0
		COMPUTE FormatGPA = GPA / GpaHours
	ELSE
		MOVE ZERO TO FormatGPA
	END-IF
	MOVE SPACES TO HonorsText
	IF FormatGPA >= SummaGPA
		MOVE "SUMMA CUM LAUDE" TO HonorsText
	ELSE
		IF FormatGPA >= MagnaGPA
			MOVE "MAGNA CUM LAUDE" TO HonorsText
		ELSE
			IF FormatGPA >= CumLaudeGPA
				MOVE "CUM LAUDE" TO HonorsText
			END-IF
		END-IF
	END-IF
	MOVE "DEGREE" TO TrLine
	PERFORM WriteTrLine
	IF ArchGradDate = SPACES
		STRING "  Degree requirements completed - " DELIMITED BY SIZE
			FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
			INTO TrLine
	ELSE
		STRING "  Degree requirements completed - " DELIMITED BY SIZE
			FUNCTION TRIM(MajorCode) DELIMITED BY SIZE
			" (recorded " DELIMITED BY SIZE
			ArchGradDate DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO TrLine
	END-IF
	PERFORM WriteTrLine
	IF HonorsText NOT = SPACES
		STRING "  Honors: " DELIMITED BY SIZE
			FUNCTION TRIM(HonorsText) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	PERFORM WriteTrLine.

WriteTrailer.
	COMPUTE TotEarnHrs = TotInstHrs + TotXferHrs
	IF GpaHours > 0
		COMPUTE FormatGPA = GPA / GpaHours
	ELSE
		MOVE ZERO TO FormatGPA
	END-IF
	MOVE 'Y' TO TrBalanced
	IF TotEarnHrs NOT = CreditT OR CumHrs NOT = GpaHours
			OR CumPts NOT = GPA
		MOVE 'N' TO TrBalanced
	END-IF
	MOVE ALL "-" TO TrLine
	PERFORM WriteTrLine
	MOVE TotInstHrs TO HrsEdit
	MOVE TotXferHrs TO Hrs2Edit
	MOVE TotEarnHrs TO Hrs3Edit
	STRING "Totals: institutional hours " DELIMITED BY SIZE
		FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
		"  transfer hours " DELIMITED BY SIZE
		FUNCTION TRIM(Hrs2Edit) DELIMITED BY SIZE
		"  total earned " DELIMITED BY SIZE
		FUNCTION TRIM(Hrs3Edit) DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	MOVE CumGPA TO CumGPAEdit
	MOVE CumHrs TO HrsEdit
	STRING "        cumulative GPA " DELIMITED BY SIZE
		CumGPAEdit DELIMITED BY SIZE
		" on " DELIMITED BY SIZE
		FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
		" GPA hours" DELIMITED BY SIZE
		INTO TrLine
	PERFORM WriteTrLine
	IF CurrStanding NOT = SPACES
		STRING "        academic standing " DELIMITED BY SIZE
			FUNCTION TRIM(CurrStanding) DELIMITED BY SIZE
			INTO TrLine
		PERFORM WriteTrLine
	END-IF
	MOVE FormatGPA TO FormatGPAEdit
	MOVE CreditT TO HrsEdit
	IF TrBalanced = 'Y'
		STRING "Master control: earned hours " DELIMITED BY SIZE
			FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
			"  GPA " DELIMITED BY SIZE
			FormatGPAEdit DELIMITED BY SIZE
			" - in balance" DELIMITED BY SIZE
			INTO TrLine
	ELSE
		COMPUTE TrOutBalCount = TrOutBalCount + 1
		STRING "Master control: earned hours " DELIMITED BY SIZE
			FUNCTION TRIM(HrsEdit) DELIMITED BY SIZE
			"  GPA " DELIMITED BY SIZE
			FormatGPAEdit DELIMITED BY SIZE
			" - OUT OF BALANCE, refer to the registrar" DELIMITED BY SIZE
			INTO TrLine
		DISPLAY "WARNING: transcript for " FUNCTION TRIM(StudentId)
			" does not balance to the student master"
	END-IF
	PERFORM WriteTrLine
	MOVE "*** END OF RECORD ***" TO TrLine
	PERFORM WriteTrLine.
