       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Rank.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Oct 6th 2026

*> class standing and rank in class for scholarships, honor societies
*> and employer verifications: reads P2Extract.dat after the transcript
*> run and takes each student's last extract record - the same record
*> whose totals closed their transcript - for cumulative earned hours
*> and CGPA. the earned hours settle the class year against the
*> SophomoreHours/JuniorHours/SeniorHours cutoffs, and within each class
*> year students rank by CGPA, highest first. ties share a rank and the
*> next rank skips past them (two at 3rd, then 5th), and the percentile
*> is the share of the class ranked at or below the student. the ranked
*> listing, one section per class year, goes to P2Rank.dat; the keyed
*> rank file (P2RankX.dat, by WNum) carries each student's standing,
*> line and all, for P2 to print on official transcripts and
*> enrollment certificates

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ExtractFile ASSIGN TO "P2Extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> per-semester extract from P2
       SELECT ReportFile ASSIGN TO "P2Rank.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> ranked listing, one section per class year
       SELECT RankFile ASSIGN TO "P2RankX.dat"
           ORGANIZATION IS INDEXED *> each student's class and rank, keyed by WNum
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RxWNum.
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream
       SELECT SortFile ASSIGN TO "P2RankWk".

DATA DIVISION.
FILE SECTION.
FD ExtractFile.
01 ExtractRecord. *> one fixed-format line per student/semester, as P2 writes it
       02 ExtWNum PIC X(8).
       02 FILLER PIC X(1).
       02 ExtSemester PIC X(12).
       02 FILLER PIC X(1).
       02 ExtSemCredits PIC 99.
       02 FILLER PIC X(1).
       02 ExtSGPA PIC 9.99.
       02 FILLER PIC X(1).
       02 ExtCumCredits PIC 9(3).
       02 FILLER PIC X(1).
       02 ExtCGPA PIC 9.99.
       02 FILLER PIC X(1).
       02 ExtName PIC X(23).
       02 FILLER PIC X(1).
       02 ExtCoreCum PIC 9(3).
       02 FILLER PIC X(1).
       02 ExtMajorCum PIC 9(3).
       02 FILLER PIC X(1).
       02 ExtElectCum PIC 9(3).

FD ReportFile.
01 ReportLine PIC X(75).

FD RankFile.
01 RankRecord. *> one student's standing, as P2 prints it
       02 RxWNum PIC X(8).
       02 RxClassCode PIC 9. *> 1 freshman, 2 sophomore, 3 junior, 4 senior
       02 RxClassName PIC X(9).
       02 RxCumHours PIC 9(3).
       02 RxCGPA PIC 9V99.
       02 RxRank PIC 9(5).
       02 RxClassSize PIC 9(5).
       02 RxPercentile PIC 9(3).
       02 RxStanding PIC X(40). *> "CLASS: JUNIOR, RANK 12 OF 340"

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

SD SortFile.
01 SortRecord. *> one student, ordered for ranking within the class year
       02 SortClass PIC 9.
       02 SortCGPA PIC 9V99.
       02 SortName PIC X(23).
       02 SortWNum PIC X(8).
       02 SortHours PIC 9(3).

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
*> class-year cutoffs in cumulative earned hours - one place to set each
01 SophomoreHours PIC 9(3) VALUE 30.
01 JuniorHours PIC 9(3) VALUE 60.
01 SeniorHours PIC 9(3) VALUE 90.
01 EOF PIC A VALUE 'N'.
01 SortEOF PIC A VALUE 'N'.
01 ClassNameValues.
       02 FILLER PIC X(9) VALUE "FRESHMAN".
       02 FILLER PIC X(9) VALUE "SOPHOMORE".
       02 FILLER PIC X(9) VALUE "JUNIOR".
       02 FILLER PIC X(9) VALUE "SENIOR".
01 ClassNames REDEFINES ClassNameValues.
       02 ClassName PIC X(9) OCCURS 4 TIMES.
01 ClassSizes. *> students per class year, counted as they go to the sort
       02 ClassSize PIC 9(5) OCCURS 4 TIMES.
01 ClassIdx PIC 9 VALUE 0.
01 Students. *> last extract record seen per student - last one wins
       02 StudentEntry OCCURS 2000 TIMES INDEXED BY StuIdx.
           03 RK-WNum PIC X(8).
           03 RK-Name PIC X(23).
           03 RK-CumHours PIC 9(3).
           03 RK-CGPA PIC 9V99.
01 StudentCount PIC 9(4) VALUE 0.
01 FoundIdx PIC 9(4) VALUE 0.
*> the ranking in progress - one class year at a time
01 CurrentClass PIC 9 VALUE 0.
01 ClassPosition PIC 9(5) VALUE 0. *> place in the class, ties or not
01 ClassRank PIC 9(5) VALUE 0. *> rank shared by everyone on the same CGPA
01 PreviousCGPA PIC 9V99 VALUE 0.
01 RankPercentile PIC 9(3) VALUE 0.
*> a count printed without its leading spaces
01 CountEdit PIC Z(5)9.
01 CountSkip PIC X(6).
01 CountText PIC X(6).
01 RankText PIC X(6).
01 SizeText PIC X(6).
*> run tallies
01 ExtractReadCount PIC 9(6) VALUE 0. *> extract records folded, for the run log
01 RankedCount PIC 9(6) VALUE 0.
*> report lines
01 BasisLine.
       02 FILLER PIC X(12) VALUE "SOPHOMORE AT".
       02 BL-Sophomore PIC ZZ9.
       02 FILLER PIC X(11) VALUE ", JUNIOR AT".
       02 BL-Junior PIC ZZ9.
       02 FILLER PIC X(11) VALUE ", SENIOR AT".
       02 BL-Senior PIC ZZ9.
       02 FILLER PIC X(32) VALUE " EARNED HOURS".
01 RankColumns.
       02 FILLER PIC X(7) VALUE "RANK".
       02 FILLER PIC X(25) VALUE "NAME".
       02 FILLER PIC X(10) VALUE "WNUM".
       02 FILLER PIC X(8) VALUE "HOURS".
       02 FILLER PIC X(8) VALUE "CGPA".
       02 FILLER PIC X(17) VALUE "PCTL".
01 RankDetail.
       02 RD-Rank PIC Z(4)9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-Name PIC X(23).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-WNum PIC X(8).
       02 FILLER PIC X(3) VALUE SPACE.
       02 RD-Hours PIC ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 RD-CGPA PIC 9.99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 RD-Percentile PIC ZZ9.
       02 FILLER PIC X(14) VALUE SPACE.
01 ReportSummary.
       02 FILLER PIC X(22) VALUE "EXTRACT RECORDS READ: ".
       02 SummaryRead PIC Z(5)9.
       02 FILLER PIC X(19) VALUE "  STUDENTS RANKED: ".
       02 SummaryRanked PIC Z(5)9.
       02 FILLER PIC X(22) VALUE SPACE.
01 TempLine1 PIC X(75).
01 Ptr PIC 99 VALUE 1.
01 SLength PIC 99.
01 RunLogRecord. *> one run-log stamp - program, date, batch, counts, result
       02 RlProgram PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlDate PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlBatchId PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlInCount PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlOutCount PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlReturnCode PIC 99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 RlRunMode PIC X VALUE SPACE. *> stamped by P2 only - 'D' delta, 'S' resumed, 'R' request, ' ' fresh batch
01 RunStampRaw. *> ACCEPT date, recut with separators below
       02 RsYear PIC 9(4).
       02 RsMonth PIC 99.
       02 RsDay PIC 99.
01 RunStampDate.
       02 RdYear PIC 9(4).
       02 FILLER PIC X(1) VALUE '-'.
       02 RdMonth PIC 99.
       02 FILLER PIC X(1) VALUE '-'.
       02 RdDay PIC 99.

PROCEDURE DIVISION.
*> pass 1 - fold the extract down to one entry per student, then the
*> sort puts each class year in CGPA order for the ranking pass
OPEN INPUT ExtractFile.
       READ ExtractFile
           AT END MOVE 'Y' TO EOF
       END-READ
       PERFORM LoadOneExtract UNTIL EOF EQUAL 'Y' *> loop
       CLOSE ExtractFile
       MOVE 1 TO ClassIdx
       PERFORM ClearOneClass UNTIL ClassIdx GREATER 4
       OPEN OUTPUT ReportFile
       OPEN OUTPUT RankFile
       PERFORM WriteReportHeader
       SORT SortFile
           ON ASCENDING KEY SortClass
           ON DESCENDING KEY SortCGPA
           ON ASCENDING KEY SortName SortWNum
           INPUT PROCEDURE IS ReleaseStudents
           OUTPUT PROCEDURE IS RankStudents
       MOVE ExtractReadCount TO SummaryRead
       MOVE RankedCount TO SummaryRanked
       WRITE ReportLine FROM ReportSummary AFTER ADVANCING 1 LINE
       DISPLAY ReportLine *> display in shell
       CLOSE ReportFile, RankFile
       MOVE "P2RANK" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE ExtractReadCount TO RlInCount
       MOVE RankedCount TO RlOutCount
       PERFORM WriteRunLog.

STOP RUN.



*> Paragraphs

LoadOneExtract.
       ADD 1 TO ExtractReadCount
       PERFORM FindStudentEntry
       IF FoundIdx EQUAL 0 THEN
           IF StudentCount GREATER OR EQUAL 2000 THEN
               DISPLAY "ABEND: STUDENT TABLE FULL AT WNUM " ExtWNum
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO StudentCount
           MOVE StudentCount TO FoundIdx
           MOVE ExtWNum TO RK-WNum(FoundIdx)
       END-IF
       *> later records replace earlier ones, so the entry always holds the
       *> student's career totals as their transcript closed
       MOVE ExtName TO RK-Name(FoundIdx)
       MOVE ExtCumCredits TO RK-CumHours(FoundIdx)
       MOVE ExtCGPA TO RK-CGPA(FoundIdx)
       READ ExtractFile
           AT END MOVE 'Y' TO EOF
       END-READ.


FindStudentEntry.
       MOVE 0 TO FoundIdx
       MOVE 1 TO StuIdx
       PERFORM ScanStudentWNum UNTIL StuIdx GREATER StudentCount.


ScanStudentWNum.
       IF RK-WNum(StuIdx) EQUAL ExtWNum THEN
           MOVE StuIdx TO FoundIdx
       END-IF
       ADD 1 TO StuIdx.


ClearOneClass.
       MOVE 0 TO ClassSize(ClassIdx)
       ADD 1 TO ClassIdx.


ReleaseStudents.
       MOVE 1 TO StuIdx
       PERFORM ReleaseOneStudent UNTIL StuIdx GREATER StudentCount.


ReleaseOneStudent.
       *> the class year comes off earned hours alone - the cutoffs are
       *> the hours a student must have reached to move up
       IF RK-CumHours(StuIdx) NOT LESS SeniorHours THEN
           MOVE 4 TO SortClass
       ELSE IF RK-CumHours(StuIdx) NOT LESS JuniorHours THEN
           MOVE 3 TO SortClass
       ELSE IF RK-CumHours(StuIdx) NOT LESS SophomoreHours THEN
           MOVE 2 TO SortClass
       ELSE
           MOVE 1 TO SortClass
       END-IF
       END-IF
       END-IF
       MOVE RK-CGPA(StuIdx) TO SortCGPA
       MOVE RK-Name(StuIdx) TO SortName
       MOVE RK-WNum(StuIdx) TO SortWNum
       MOVE RK-CumHours(StuIdx) TO SortHours
       RELEASE SortRecord
       ADD 1 TO ClassSize(SortClass)
       ADD 1 TO StuIdx.


RankStudents.
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN
       PERFORM RankOneStudent UNTIL SortEOF EQUAL 'Y' *> loop
       IF RankedCount EQUAL 0 THEN
           MOVE SPACES TO TempLine1
           MOVE "NO STUDENTS ON THE EXTRACT TO RANK" TO TempLine1
           WRITE ReportLine FROM TempLine1
           DISPLAY ReportLine *> display in shell
       END-IF.


RankOneStudent.
       *> control break on class year - each starts its own section and
       *> its own ranking. within the class a new CGPA takes the student's
       *> place as its rank, and an equal one keeps the rank before it
       IF SortClass NOT EQUAL CurrentClass THEN
           MOVE SortClass TO CurrentClass
           MOVE 0 TO ClassPosition
           PERFORM WriteClassHeader
       END-IF
       ADD 1 TO ClassPosition
       IF ClassPosition EQUAL 1 OR SortCGPA NOT EQUAL PreviousCGPA THEN
           MOVE ClassPosition TO ClassRank
       END-IF
       MOVE SortCGPA TO PreviousCGPA
       COMPUTE RankPercentile ROUNDED =
           (ClassSize(CurrentClass) - ClassRank + 1) * 100 / ClassSize(CurrentClass)
       MOVE ClassRank TO RD-Rank
       MOVE SortName TO RD-Name
       MOVE SortWNum TO RD-WNum
       MOVE SortHours TO RD-Hours
       MOVE SortCGPA TO RD-CGPA
       MOVE RankPercentile TO RD-Percentile
       WRITE ReportLine FROM RankDetail
       DISPLAY ReportLine *> display in shell
       PERFORM WriteRankRecord
       ADD 1 TO RankedCount
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN.


WriteRankRecord.
       *> the standing line is built here once, so P2 prints it as filed
       MOVE ClassRank TO CountEdit
       PERFORM TrimCount
       MOVE CountText TO RankText
       MOVE ClassSize(CurrentClass) TO CountEdit
       PERFORM TrimCount
       MOVE CountText TO SizeText
       MOVE SPACES TO RankRecord
       MOVE SortWNum TO RxWNum
       MOVE CurrentClass TO RxClassCode
       MOVE ClassName(CurrentClass) TO RxClassName
       MOVE SortHours TO RxCumHours
       MOVE SortCGPA TO RxCGPA
       MOVE ClassRank TO RxRank
       MOVE ClassSize(CurrentClass) TO RxClassSize
       MOVE RankPercentile TO RxPercentile
       STRING "CLASS: " DELIMITED BY SIZE
           ClassName(CurrentClass) DELIMITED BY SPACE
           ", RANK " DELIMITED BY SIZE
           RankText DELIMITED BY SPACE
           " OF " DELIMITED BY SIZE
           SizeText DELIMITED BY SPACE
           INTO RxStanding
       WRITE RankRecord
           INVALID KEY DISPLAY "RANK FILE WRITE FAILED FOR " RxWNum
       END-WRITE.


TrimCount.
       *> CountEdit always carries a leading space, so the first field
       *> takes nothing and the digits land in CountText
       MOVE SPACES TO CountSkip
       MOVE SPACES TO CountText
       UNSTRING CountEdit DELIMITED BY ALL SPACE
           INTO CountSkip CountText
       END-UNSTRING.


WriteClassHeader.
       MOVE ClassSize(CurrentClass) TO CountEdit
       PERFORM TrimCount
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       MOVE 1 TO Ptr
       STRING ClassName(CurrentClass) DELIMITED BY SPACE
           " CLASS - " DELIMITED BY SIZE
           CountText DELIMITED BY SPACE
           " STUDENTS" DELIMITED BY SIZE
           INTO TempLine1 WITH POINTER Ptr
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       WRITE ReportLine FROM RankColumns
       DISPLAY ReportLine. *> display in shell


WriteReportHeader.
       *> same centered masthead the transcripts use, then the cutoffs
       *> the class years were drawn at
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE SPACES TO TempLine1
       MOVE "CLASS STANDING AND RANK IN CLASS" TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE SophomoreHours TO BL-Sophomore
       MOVE JuniorHours TO BL-Junior
       MOVE SeniorHours TO BL-Senior
       WRITE ReportLine FROM BasisLine
       DISPLAY ReportLine. *> display in shell


WriteRunLog.
       *> one stamp on the shared run log - the status board reconstructs
       *> the night's job sequence from these
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO RlDate
       MOVE RETURN-CODE TO RlReturnCode
       OPEN EXTEND RunLogFile
       WRITE RunLogLine FROM RunLogRecord
       DISPLAY RunLogLine *> display in shell
       CLOSE RunLogFile.
