       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Dist.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 9th 2026

*> grade distribution for the department chairs: one key-order sweep of
*> P2Master.dat counts every grade the LookupGradeValue scale knows (A
*> through F, plus W, I, P and AU) for each ShortName/Semester pair,
*> with the average grade points of the letter grades and the D/F/W
*> rate. retroactive withdrawals and grade changes (*TXN) are applied
*> to the course line they amend before anything is counted, so the
*> counts match what the transcripts say - each student's enrollments
*> are held until the career closes, since an amendment can arrive in a
*> later batch than its course. a record P2's ValidateRecord would
*> refuse (bad fields, a semester missing from the term table, a course
*> that disagrees with the catalog or falls outside its offering window)
*> is refused here too. the D/F/W rate is D+, D, F and W over every
*> graded enrollment - audits are listed but sit outside the rate.
*> any course/term over DfwThreshold is repeated on a separate
*> exception page (P2DfwExc.dat) for the provost's office

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MasterFile ASSIGN TO "P2Master.dat"
           ORGANIZATION IS INDEXED *> the career master, keyed WNum + load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL TermFile ASSIGN TO "P2Terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table - validation and chronological order
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog, same validation P2 applies
       SELECT DistFile ASSIGN TO "P2Dist.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> grade distribution by course and term
       SELECT ExcFile ASSIGN TO "P2DfwExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> DFW exception page for the provost's office
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream

DATA DIVISION.
FILE SECTION.
FD MasterFile.
01 MasterRecord. *> one course-history record, as P2Load filed it
       02 MstKey.
           03 MstWNum PIC X(8).
           03 MstSeq PIC 9(6).
       02 MstData PIC X(80).

FD TermFile.
01 TermRecord. *> one catalog term and where it falls in time
       02 TmSemester PIC X(12).
       02 FILLER PIC X(1).
       02 TmSeq PIC 9(4).
       02 FILLER PIC X(1).
       02 TmStart PIC X(10).
       02 FILLER PIC X(1).
       02 TmEnd PIC X(10).

FD CatalogFile.
01 CatalogRecord. *> one catalog course, keyed by ShortName
       02 CgShortName PIC X(10).
       02 FILLER PIC X(1).
       02 CgLongName PIC X(28).
       02 FILLER PIC X(1).
       02 CgCredits PIC 9.
       02 FILLER PIC X(1).
       02 CgCategory PIC X.
       02 FILLER PIC X(1).
       02 CgFirstTerm PIC X(12).
       02 FILLER PIC X(1).
       02 CgLastTerm PIC X(12).

FD DistFile.
01 DistLine PIC X(75).

FD ExcFile.
01 ExcLine PIC X(75).

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
01 DfwThreshold PIC 99V9 VALUE 30.0. *> DFW percent that puts a course on the exception page - one place to set it
01 MstEOF PIC A VALUE 'N'.
01 TermEOF PIC A VALUE 'N'.
01 CatalogEOF PIC A VALUE 'N'.
*> the master record's data area, recut through the same views P2 uses
01 VRecord PIC X(80).
01 VStudent REDEFINES VRecord.
       02 VFullName PIC X(18).
       02 VWNum PIC X(8).
       02 VSemester PIC X(12).
       02 VShortName PIC X(10).
       02 VLongName PIC X(28).
       02 VReqCategory PIC X.
           88 VCoreRequirement VALUE 'C'.
           88 VMajorRequirement VALUE 'M'.
           88 VElectiveRequirement VALUE 'E'.
       02 VGrade PIC X(2).
           88 VNonPunitiveGrade VALUES 'W ', 'I ', 'P ', 'AU'.
           88 VPunitiveGrade VALUES 'A ', 'A-', 'B+', 'B ', 'B-',
                                    'C+', 'C ', 'C-', 'D+', 'D ', 'F '.
       02 VCredits PIC 9.
01 VTransaction REDEFINES VRecord.
       02 VTxnTag PIC X(4).
           88 VTransactionTag VALUE "*TXN".
       02 VTxnType PIC X.
           88 VTxnGradeChange VALUE 'G'.
           88 VTxnRetroWithdrawal VALUE 'W'.
           88 VTxnCreditCorrection VALUE 'C'.
       02 FILLER PIC X(13).
       02 VTxnWNum PIC X(8).
       02 VTxnSemester PIC X(12).
       02 VTxnShortName PIC X(10).
       02 FILLER PIC X(29).
       02 VTxnNewGrade PIC X(2).
       02 VTxnNewCredits PIC 9.
01 VTagView REDEFINES VRecord.
       02 VTag PIC X(4).
           88 VTransferTag VALUE "*TRF".
           88 VReinstateTag VALUE "*RNS".
01 RecordValid PIC A VALUE 'Y'.
*> the grade scale, in LookupGradeValue order - also the column order
01 GradeScaleValues PIC X(30) VALUE "A A-B+B B-C+C C-D+D F W I P AU".
01 GradeScale REDEFINES GradeScaleValues.
       02 GS-Grade PIC X(2) OCCURS 15 TIMES INDEXED BY ScaleIdx.
01 GradeSlot PIC 99 VALUE 0. *> scale position of AGrade - 0 when off the scale
01 GradeVal PIC 9V9 VALUE 0.
01 AGrade PIC X(2) VALUE SPACES.
*> enrollments and amendments for the student in hand
01 CurrentWNum PIC X(8) VALUE SPACES.
01 StudentOpen PIC A VALUE 'N'.
01 StudentEnrollments.
       02 EnrollEntry OCCURS 200 TIMES INDEXED BY EnrIdx.
           03 SE-Semester PIC X(12).
           03 SE-ShortName PIC X(10).
           03 SE-Grade PIC X(2).
01 EnrollCount PIC 9(3) VALUE 0.
01 EnrollFoundIdx PIC 9(3) VALUE 0.
01 PendingTransactions. *> amendments held until the career closes
       02 PendingTxnEntry OCCURS 100 TIMES INDEXED BY TxnIdx.
           03 PT-Type PIC X.
           03 PT-Semester PIC X(12).
           03 PT-ShortName PIC X(10).
           03 PT-NewGrade PIC X(2).
01 PendingTxnCount PIC 9(3) VALUE 0.
*> one entry per course/term - the distribution itself
01 CourseTerms.
       02 CourseTermEntry OCCURS 3000 TIMES INDEXED BY CtIdx.
           03 DT-ShortName PIC X(10).
           03 DT-Semester PIC X(12).
           03 DT-TermSeq PIC 9(4). *> chronological order within the course
           03 DT-Enrolled PIC 9(5).
           03 DT-GradedCount PIC 9(5). *> the D/F/W denominator - everything but AU
           03 DT-DfwCount PIC 9(5).
           03 DT-LetterCount PIC 9(5). *> A through F - the average's denominator
           03 DT-GradePoints PIC 9(6)V9.
           03 DT-GradeCount PIC 9(5) OCCURS 15 TIMES.
01 CourseTermCount PIC 9(4) VALUE 0.
01 CtFoundIdx PIC 9(4) VALUE 0.
01 SwapEntry PIC X(128). *> scratch for the course/term sort - one CourseTermEntry
01 SortNext PIC 9(4) VALUE 0. *> subscript of the right-hand neighbor
01 SortSwapped PIC A VALUE 'N'.
01 SortIdx PIC 9(4) VALUE 0.
*> term table, mirroring P2's gate
01 Terms.
       02 TermEntry OCCURS 200 TIMES INDEXED BY TermIdx.
           03 TT-Semester PIC X(12).
           03 TT-Seq PIC 9(4).
01 TermCount PIC 9(3) VALUE 0.
01 TermFoundIdx PIC 9(3) VALUE 0.
01 TermLookupText PIC X(12) VALUE SPACES. *> semester LookupTermSeq is resolving
01 TermLookupSeq PIC 9(4) VALUE 0. *> its chronological sequence - 0 when blank or not in the table
*> course catalog, mirroring P2's gate
01 Catalog.
       02 CatalogEntry OCCURS 2000 TIMES INDEXED BY CatalogIdx.
           03 CG-ShortName PIC X(10).
           03 CG-LongName PIC X(28).
           03 CG-Credits PIC 9.
           03 CG-Category PIC X.
           03 CG-FirstTerm PIC X(12).
           03 CG-LastTerm PIC X(12).
01 CatalogCount PIC 9(4) VALUE 0.
01 CatalogLookupName PIC X(10).
01 CatalogFoundIdx PIC 9(4) VALUE 0.
01 OfferFirstSeq PIC 9(4) VALUE 0.
01 OfferLastSeq PIC 9(4) VALUE 0.
*> run tallies
01 MasterReadCount PIC 9(6) VALUE 0.
01 SkippedCount PIC 9(6) VALUE 0. *> records P2 would have refused
01 EnrollmentTotal PIC 9(6) VALUE 0.
01 AmendedCount PIC 9(4) VALUE 0.
01 UnmatchedTxnCount PIC 9(4) VALUE 0. *> amendments whose course never posted
01 ExceptionCount PIC 9(4) VALUE 0.
01 AvgGradePoints PIC 9V99 VALUE 0.
01 DfwRate PIC 999V9 VALUE 0.
*> report lines
01 WhichReport PIC X VALUE SPACE. *> 'D' distribution, 'X' DFW exceptions
01 ReportTitle PIC X(45) VALUE SPACES.
01 LineCount PIC 99 VALUE 0.
01 PageBreakThreshold PIC 99 VALUE 40. *> report page length
01 PageNum PIC 99 VALUE 1.
01 PageLine.
       02 PageLit PIC X(6) VALUE "PAGE ".
       02 PagePrint PIC Z9.
       02 FILLER PIC X(67) VALUE SPACE.
01 ThresholdLine.
       02 FILLER PIC X(29) VALUE "COURSES WITH A DFW RATE OVER ".
       02 ThresholdPrint PIC Z9.9.
       02 FILLER PIC X(1) VALUE "%".
       02 FILLER PIC X(41) VALUE SPACE.
01 DistColumns.
       02 FILLER PIC X(10) VALUE "COURSE".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(12) VALUE "SEMESTER".
       02 FILLER PIC X(8) VALUE "ENROLLED".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(6) VALUE "AVG GP".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(8) VALUE "DFW RATE".
       02 FILLER PIC X(25) VALUE SPACE.
01 GradeColumns PIC X(75) VALUE
       "    A   A-   B+    B   B-   C+    C   C-   D+    D    F    W    I    P   AU".
01 DistDetail.
       02 DD-ShortName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DD-Semester PIC X(12).
       02 FILLER PIC X(3) VALUE SPACE.
       02 DD-Enrolled PIC Z(4)9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 DD-AvgGP PIC 9.99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 DD-DfwRate PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE "%".
       02 FILLER PIC X(25) VALUE SPACE.
01 CountDetail.
       02 DC-Count PIC Z(4)9 OCCURS 15 TIMES.
01 DistSummary.
       02 FILLER PIC X(17) VALUE "COURSE SECTIONS: ".
       02 SummarySections PIC Z(3)9.
       02 FILLER PIC X(16) VALUE "  ENROLLMENTS: ".
       02 SummaryEnrollments PIC Z(5)9.
       02 FILLER PIC X(13) VALUE "  AMENDED: ".
       02 SummaryAmended PIC Z(3)9.
       02 FILLER PIC X(15) VALUE SPACE.
01 DistSkipSummary.
       02 FILLER PIC X(17) VALUE "RECORDS REFUSED: ".
       02 SummarySkipped PIC Z(5)9.
       02 FILLER PIC X(30) VALUE "  AMENDMENTS WITH NO COURSE: ".
       02 SummaryUnmatched PIC Z(3)9.
       02 FILLER PIC X(18) VALUE SPACE.
01 ExcSummary.
       02 FILLER PIC X(17) VALUE "COURSES LISTED: ".
       02 SummaryExceptions PIC Z(3)9.
       02 FILLER PIC X(54) VALUE SPACE.
01 ReportLine PIC X(75). *> built here, then written to whichever report file
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
*> the term table comes in-core, one key-order sweep of the master
*> builds the distribution, then both reports come off the sorted table
OPEN INPUT TermFile.
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ
       PERFORM LoadOneTerm UNTIL TermEOF EQUAL 'Y' *> loop
       CLOSE TermFile
       OPEN INPUT CatalogFile
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y' *> loop
       CLOSE CatalogFile
       OPEN INPUT MasterFile
       PERFORM StartMasterScan
       PERFORM TallyOneRecord UNTIL MstEOF EQUAL 'Y' *> loop
       IF StudentOpen EQUAL 'Y' THEN
           PERFORM CloseOutStudent
       END-IF
       CLOSE MasterFile
       PERFORM SortCourseTerms
       OPEN OUTPUT DistFile, ExcFile
       MOVE 'D' TO WhichReport
       MOVE "GRADE DISTRIBUTION BY COURSE AND TERM" TO ReportTitle
       PERFORM WriteOneReport
       MOVE 'X' TO WhichReport
       MOVE "DFW RATE EXCEPTIONS - OFFICE OF THE PROVOST" TO ReportTitle
       PERFORM WriteOneReport
       CLOSE DistFile, ExcFile
       MOVE "P2DIST" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE MasterReadCount TO RlInCount
       MOVE CourseTermCount TO RlOutCount
       PERFORM WriteRunLog.

STOP RUN.



*> Paragraphs

LoadOneTerm.
       IF TermCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: TERM TABLE FULL AT " TmSemester
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO TermCount
       MOVE TmSemester TO TT-Semester(TermCount)
       MOVE TmSeq TO TT-Seq(TermCount)
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ.


LoadOneCatalog.
       IF CatalogCount GREATER OR EQUAL 2000 THEN
           DISPLAY "ABEND: CATALOG TABLE FULL AT " CgShortName
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CgShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx GREATER 0 THEN
           DISPLAY "ABEND: COURSE " CgShortName " CATALOGED TWICE - FIX P2CATLG"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO CatalogCount
       MOVE CgShortName TO CG-ShortName(CatalogCount)
       MOVE CgLongName TO CG-LongName(CatalogCount)
       MOVE CgCredits TO CG-Credits(CatalogCount)
       MOVE CgCategory TO CG-Category(CatalogCount)
       MOVE CgFirstTerm TO CG-FirstTerm(CatalogCount)
       MOVE CgLastTerm TO CG-LastTerm(CatalogCount)
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ.


FindCatalogEntry.
       MOVE 0 TO CatalogFoundIdx
       MOVE 1 TO CatalogIdx
       PERFORM ScanCatalog UNTIL CatalogIdx GREATER CatalogCount.


ScanCatalog.
       IF CG-ShortName(CatalogIdx) EQUAL CatalogLookupName THEN
           MOVE CatalogIdx TO CatalogFoundIdx
       END-IF
       ADD 1 TO CatalogIdx.


StartMasterScan.
       MOVE 'N' TO MstEOF
       MOVE LOW-VALUES TO MstKey
       START MasterFile KEY IS NOT LESS THAN MstKey
           INVALID KEY MOVE 'Y' TO MstEOF
       END-START
       IF MstEOF NOT EQUAL 'Y' THEN
           PERFORM ReadOneMasterRecord
       END-IF.


ReadOneMasterRecord.
       READ MasterFile NEXT RECORD
           AT END MOVE 'Y' TO MstEOF
       END-READ.


TallyOneRecord.
       ADD 1 TO MasterReadCount
       IF MstWNum NOT EQUAL CurrentWNum THEN
           IF StudentOpen EQUAL 'Y' THEN
               PERFORM CloseOutStudent
           END-IF
           PERFORM OpenNewStudent
       END-IF
       MOVE MstData TO VRecord
       IF VTransactionTag THEN
           PERFORM HoldOneTransaction
       ELSE IF VTransferTag OR VReinstateTag THEN
           *> transfer credit and reinstatements carry no grade here
           CONTINUE
       ELSE
           PERFORM ValidateCareerRecord
           IF RecordValid EQUAL 'Y' THEN
               PERFORM HoldOneEnrollment
           ELSE
               ADD 1 TO SkippedCount
           END-IF
       END-IF
       END-IF
       PERFORM ReadOneMasterRecord.


OpenNewStudent.
       MOVE MstWNum TO CurrentWNum
       MOVE 'Y' TO StudentOpen
       MOVE 0 TO EnrollCount
       MOVE 0 TO PendingTxnCount.


ValidateCareerRecord.
       *> ValidateRecord's field ladder, term gate and catalog check - a
       *> record P2 refused never reached a transcript, so it is not counted
       MOVE 'Y' TO RecordValid
       IF VWNum EQUAL SPACES OR VShortName EQUAL SPACES
               OR VCredits NOT NUMERIC THEN
           MOVE 'N' TO RecordValid
       ELSE IF NOT (VCoreRequirement OR VMajorRequirement
               OR VElectiveRequirement) THEN
           MOVE 'N' TO RecordValid
       ELSE IF VNonPunitiveGrade OR VPunitiveGrade THEN
           CONTINUE
       ELSE
           MOVE 'N' TO RecordValid
       END-IF
       END-IF
       END-IF
       IF RecordValid EQUAL 'Y' AND TermCount GREATER 0 THEN
           PERFORM FindTermEntry
           IF TermFoundIdx EQUAL 0 THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       IF RecordValid EQUAL 'Y' AND CatalogCount GREATER 0 THEN
           PERFORM CheckCatalogCourse
       END-IF.


CheckCatalogCourse.
       *> title, hours and category as the catalog has them, and the term
       *> inside the course's offering window - with no term table on file
       *> the window stands down, as it does in P2
       MOVE VShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx EQUAL 0 THEN
           MOVE 'N' TO RecordValid
       ELSE IF VLongName NOT EQUAL CG-LongName(CatalogFoundIdx)
               OR VCredits NOT EQUAL CG-Credits(CatalogFoundIdx)
               OR VReqCategory NOT EQUAL CG-Category(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
       ELSE IF TermCount GREATER 0 THEN
           MOVE CG-FirstTerm(CatalogFoundIdx) TO TermLookupText
           PERFORM LookupTermSeq
           MOVE TermLookupSeq TO OfferFirstSeq
           MOVE CG-LastTerm(CatalogFoundIdx) TO TermLookupText
           PERFORM LookupTermSeq
           IF TermLookupSeq EQUAL 0 THEN
               MOVE 9999 TO OfferLastSeq
           ELSE
               MOVE TermLookupSeq TO OfferLastSeq
           END-IF
           IF TT-Seq(TermFoundIdx) LESS OfferFirstSeq OR
                   TT-Seq(TermFoundIdx) GREATER OfferLastSeq THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       END-IF
       END-IF.


FindTermEntry.
       MOVE 0 TO TermFoundIdx
       MOVE 1 TO TermIdx
       PERFORM ScanTermText UNTIL TermIdx GREATER TermCount.


ScanTermText.
       IF TT-Semester(TermIdx) EQUAL VSemester THEN
           MOVE TermIdx TO TermFoundIdx
       END-IF
       ADD 1 TO TermIdx.


HoldOneEnrollment.
       IF EnrollCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: ENROLLMENT TABLE FULL AT WNUM " CurrentWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO EnrollCount
       MOVE VSemester TO SE-Semester(EnrollCount)
       MOVE VShortName TO SE-ShortName(EnrollCount)
       MOVE VGrade TO SE-Grade(EnrollCount).


HoldOneTransaction.
       IF PendingTxnCount GREATER OR EQUAL 100 THEN
           DISPLAY "ABEND: PENDING TRANSACTION TABLE FULL AT WNUM " VTxnWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO PendingTxnCount
       MOVE VTxnType TO PT-Type(PendingTxnCount)
       MOVE VTxnSemester TO PT-Semester(PendingTxnCount)
       MOVE VTxnShortName TO PT-ShortName(PendingTxnCount)
       MOVE VTxnNewGrade TO PT-NewGrade(PendingTxnCount).


CloseOutStudent.
       *> amendments first, in the order they were filed, then every
       *> enrollment as amended goes into its course/term counts
       MOVE 'N' TO StudentOpen
       MOVE 1 TO TxnIdx
       PERFORM ApplyOneTransaction UNTIL TxnIdx GREATER PendingTxnCount
       MOVE 1 TO EnrIdx
       PERFORM PostOneEnrollment UNTIL EnrIdx GREATER EnrollCount.


ApplyOneTransaction.
       *> the amendment lands on the latest enrollment of its course in
       *> its semester - a credit correction moves no grade, so it has
       *> nothing to change here
       MOVE 0 TO EnrollFoundIdx
       MOVE 1 TO EnrIdx
       PERFORM ScanTxnEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF EnrollFoundIdx EQUAL 0 THEN
           ADD 1 TO UnmatchedTxnCount
       ELSE IF PT-Type(TxnIdx) EQUAL 'W' THEN
           MOVE 'W ' TO SE-Grade(EnrollFoundIdx)
           ADD 1 TO AmendedCount
       ELSE IF PT-Type(TxnIdx) EQUAL 'G' THEN
           MOVE PT-NewGrade(TxnIdx) TO AGrade
           PERFORM FindGradeSlot
           IF GradeSlot GREATER 0 THEN
               MOVE AGrade TO SE-Grade(EnrollFoundIdx)
               ADD 1 TO AmendedCount
           END-IF
       END-IF
       END-IF
       END-IF
       ADD 1 TO TxnIdx.


ScanTxnEnrollment.
       IF SE-ShortName(EnrIdx) EQUAL PT-ShortName(TxnIdx) AND
               (SE-Semester(EnrIdx) EQUAL PT-Semester(TxnIdx) OR
                PT-Semester(TxnIdx) EQUAL SPACES) THEN
           MOVE EnrIdx TO EnrollFoundIdx
       END-IF
       ADD 1 TO EnrIdx.


PostOneEnrollment.
       PERFORM FindCourseTerm
       MOVE SE-Grade(EnrIdx) TO AGrade
       PERFORM FindGradeSlot
       ADD 1 TO DT-GradeCount(CtFoundIdx, GradeSlot)
       ADD 1 TO DT-Enrolled(CtFoundIdx)
       ADD 1 TO EnrollmentTotal
       IF AGrade NOT EQUAL 'AU' THEN
           ADD 1 TO DT-GradedCount(CtFoundIdx)
       END-IF
       IF AGrade EQUAL 'D+' OR AGrade EQUAL 'D ' OR
               AGrade EQUAL 'F ' OR AGrade EQUAL 'W ' THEN
           ADD 1 TO DT-DfwCount(CtFoundIdx)
       END-IF
       IF GradeSlot LESS OR EQUAL 11 THEN
           *> A through F carry grade points - the rest never average
           PERFORM LookupGradeValue
           ADD 1 TO DT-LetterCount(CtFoundIdx)
           ADD GradeVal TO DT-GradePoints(CtFoundIdx)
       END-IF
       ADD 1 TO EnrIdx.


FindCourseTerm.
       MOVE 0 TO CtFoundIdx
       MOVE 1 TO CtIdx
       PERFORM ScanCourseTerm UNTIL CtIdx GREATER CourseTermCount
       IF CtFoundIdx EQUAL 0 THEN
           IF CourseTermCount GREATER OR EQUAL 3000 THEN
               DISPLAY "ABEND: COURSE/TERM TABLE FULL AT " SE-ShortName(EnrIdx)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CourseTermCount
           MOVE CourseTermCount TO CtFoundIdx
           MOVE SE-ShortName(EnrIdx) TO DT-ShortName(CtFoundIdx)
           MOVE SE-Semester(EnrIdx) TO DT-Semester(CtFoundIdx)
           MOVE 0 TO DT-Enrolled(CtFoundIdx)
           MOVE 0 TO DT-GradedCount(CtFoundIdx)
           MOVE 0 TO DT-DfwCount(CtFoundIdx)
           MOVE 0 TO DT-LetterCount(CtFoundIdx)
           MOVE 0 TO DT-GradePoints(CtFoundIdx)
           MOVE 1 TO ScaleIdx
           PERFORM ClearOneGradeCount UNTIL ScaleIdx GREATER 15
           MOVE SE-Semester(EnrIdx) TO TermLookupText
           PERFORM LookupTermSeq
           MOVE TermLookupSeq TO DT-TermSeq(CtFoundIdx)
       END-IF.


ClearOneGradeCount.
       MOVE 0 TO DT-GradeCount(CtFoundIdx, ScaleIdx)
       ADD 1 TO ScaleIdx.


ScanCourseTerm.
       IF DT-ShortName(CtIdx) EQUAL SE-ShortName(EnrIdx) AND
               DT-Semester(CtIdx) EQUAL SE-Semester(EnrIdx) THEN
           MOVE CtIdx TO CtFoundIdx
       END-IF
       ADD 1 TO CtIdx.


LookupTermSeq.
       *> chronological sequence of whatever semester text is in
       *> TermLookupText - 0 when blank or not in the table
       MOVE 0 TO TermLookupSeq
       IF TermLookupText NOT EQUAL SPACES THEN
           MOVE 1 TO TermIdx
           PERFORM ScanTermLookup UNTIL TermIdx GREATER TermCount
       END-IF.


ScanTermLookup.
       IF TT-Semester(TermIdx) EQUAL TermLookupText THEN
           MOVE TT-Seq(TermIdx) TO TermLookupSeq
       END-IF
       ADD 1 TO TermIdx.


FindGradeSlot.
       *> every grade that reaches here passed the validation ladder or
       *> was checked on its way in, so it always lands on the scale
       MOVE 0 TO GradeSlot
       MOVE 1 TO ScaleIdx
       PERFORM ScanGradeSlot UNTIL ScaleIdx GREATER 15.


ScanGradeSlot.
       IF GS-Grade(ScaleIdx) EQUAL AGrade THEN
           MOVE ScaleIdx TO GradeSlot
       END-IF
       ADD 1 TO ScaleIdx.


LookupGradeValue.
       *> the same scale LookupGradeValue carries in P2 - these two must
       *> never drift apart
       IF AGrade EQUAL 'A ' THEN
           MOVE 4.0 TO GradeVal
       ELSE IF AGrade EQUAL 'A-' THEN
           MOVE 3.7 TO GradeVal
       ELSE IF AGrade EQUAL 'B+' THEN
           MOVE 3.3 TO GradeVal
       ELSE IF AGrade EQUAL 'B ' THEN
           MOVE 3.0 TO GradeVal
       ELSE IF AGrade EQUAL 'B-' THEN
           MOVE 2.7 TO GradeVal
       ELSE IF AGrade EQUAL 'C+' THEN
           MOVE 2.3 TO GradeVal
       ELSE IF AGrade EQUAL 'C ' THEN
           MOVE 2.0 TO GradeVal
       ELSE IF AGrade EQUAL 'C-' THEN
           MOVE 1.7 TO GradeVal
       ELSE IF AGrade EQUAL 'D+' THEN
           MOVE 1.3 TO GradeVal
       ELSE IF AGrade EQUAL 'D ' THEN
           MOVE 1.0 TO GradeVal
       ELSE
           MOVE 0.0 TO GradeVal
       END-IF.


SortCourseTerms.
       *> neighbor-exchange sort on the in-core table - course order, and
       *> within a course its terms in chronological order
       MOVE 'Y' TO SortSwapped
       PERFORM SortOnePass UNTIL SortSwapped EQUAL 'N'.


SortOnePass.
       MOVE 'N' TO SortSwapped
       MOVE 1 TO SortIdx
       PERFORM CompareNeighbors UNTIL SortIdx GREATER OR EQUAL CourseTermCount.


CompareNeighbors.
       COMPUTE SortNext = SortIdx + 1
       IF DT-ShortName(SortIdx) GREATER DT-ShortName(SortNext) OR
               (DT-ShortName(SortIdx) EQUAL DT-ShortName(SortNext) AND
                DT-TermSeq(SortIdx) GREATER DT-TermSeq(SortNext)) OR
               (DT-ShortName(SortIdx) EQUAL DT-ShortName(SortNext) AND
                DT-TermSeq(SortIdx) EQUAL DT-TermSeq(SortNext) AND
                DT-Semester(SortIdx) GREATER DT-Semester(SortNext)) THEN
           MOVE CourseTermEntry(SortIdx) TO SwapEntry
           MOVE CourseTermEntry(SortNext) TO CourseTermEntry(SortIdx)
           MOVE SwapEntry TO CourseTermEntry(SortNext)
           MOVE 'Y' TO SortSwapped
       END-IF
       ADD 1 TO SortIdx.


WriteOneReport.
       MOVE 0 TO ExceptionCount
       MOVE 0 TO LineCount
       MOVE 1 TO PageNum
       PERFORM WriteReportHeader
       MOVE 1 TO CtIdx
       PERFORM ListOneCourseTerm UNTIL CtIdx GREATER CourseTermCount
       IF WhichReport EQUAL 'D' THEN
           MOVE CourseTermCount TO SummarySections
           MOVE EnrollmentTotal TO SummaryEnrollments
           MOVE AmendedCount TO SummaryAmended
           MOVE DistSummary TO ReportLine
           PERFORM WriteReportLine
           MOVE SkippedCount TO SummarySkipped
           MOVE UnmatchedTxnCount TO SummaryUnmatched
           MOVE DistSkipSummary TO ReportLine
           PERFORM WriteReportLine
       ELSE
           MOVE ExceptionCount TO SummaryExceptions
           MOVE ExcSummary TO ReportLine
           PERFORM WriteReportLine
       END-IF.


ListOneCourseTerm.
       IF DT-LetterCount(CtIdx) GREATER 0 THEN
           COMPUTE AvgGradePoints ROUNDED =
               DT-GradePoints(CtIdx) / DT-LetterCount(CtIdx)
       ELSE
           MOVE 0 TO AvgGradePoints
       END-IF
       IF DT-GradedCount(CtIdx) GREATER 0 THEN
           COMPUTE DfwRate ROUNDED =
               DT-DfwCount(CtIdx) * 100 / DT-GradedCount(CtIdx)
       ELSE
           MOVE 0 TO DfwRate
       END-IF
       IF WhichReport EQUAL 'D' THEN
           PERFORM WriteCourseTermDetail
       ELSE IF DfwRate GREATER DfwThreshold THEN
           PERFORM WriteCourseTermDetail
           ADD 1 TO ExceptionCount
       END-IF
       END-IF
       ADD 1 TO CtIdx.


WriteCourseTermDetail.
       *> two lines per course/term - the rates, then the grade counts
       *> under the scale headings
       IF LineCount GREATER OR EQUAL PageBreakThreshold THEN
           ADD 1 TO PageNum
           PERFORM WriteReportHeader
       END-IF
       MOVE DT-ShortName(CtIdx) TO DD-ShortName
       MOVE DT-Semester(CtIdx) TO DD-Semester
       MOVE DT-Enrolled(CtIdx) TO DD-Enrolled
       MOVE AvgGradePoints TO DD-AvgGP
       MOVE DfwRate TO DD-DfwRate
       MOVE DistDetail TO ReportLine
       PERFORM WriteReportLine
       MOVE 1 TO ScaleIdx
       PERFORM MoveOneGradeCount UNTIL ScaleIdx GREATER 15
       MOVE CountDetail TO ReportLine
       PERFORM WriteReportLine
       ADD 2 TO LineCount.


MoveOneGradeCount.
       MOVE DT-GradeCount(CtIdx, ScaleIdx) TO DC-Count(ScaleIdx)
       ADD 1 TO ScaleIdx.


WriteReportHeader.
       *> same centered masthead and page numbering the transcripts use
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       MOVE TempLine1 TO ReportLine
       PERFORM WriteReportLine
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       MOVE TempLine1 TO ReportLine
       PERFORM WriteReportLine
       MOVE SPACES TO TempLine1
       MOVE ReportTitle TO TempLine1
       MOVE TempLine1 TO ReportLine
       PERFORM WriteReportLine
       IF WhichReport EQUAL 'X' THEN
           MOVE DfwThreshold TO ThresholdPrint
           MOVE ThresholdLine TO ReportLine
           PERFORM WriteReportLine
       END-IF
       MOVE PageNum TO PagePrint
       MOVE PageLine TO ReportLine
       PERFORM WriteReportLine
       MOVE DistColumns TO ReportLine
       PERFORM WriteReportLine
       MOVE GradeColumns TO ReportLine
       PERFORM WriteReportLine
       MOVE 0 TO LineCount.


WriteReportLine.
       *> one writer for both reports, steered by WhichReport
       IF WhichReport EQUAL 'D' THEN
           WRITE DistLine FROM ReportLine
           DISPLAY DistLine *> display in shell
       ELSE
           WRITE ExcLine FROM ReportLine
           DISPLAY ExcLine *> display in shell
       END-IF.


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
