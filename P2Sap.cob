       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Sap.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 16th 2026

*> financial-aid satisfactory academic progress: one key-order sweep of
*> P2Master.dat rebuilds each student's whole career, *TXN amendments
*> applied, and walks it a term at a time in P2Terms.dat order. at the
*> end of every term three measures are taken on the career so far -
*> pace (hours earned over hours attempted, where W, F and I count as
*> attempted and a repeated course is only earned once), maximum
*> timeframe (hours attempted against MaxTimeframePct of the program's
*> total hours from P2ReqTbl.dat, program per P2Majors.dat as P2Audit
*> picks it) and CGPA (P2's repeat-forgiveness arithmetic, the same
*> recomputation P2Vrfy does). transfer hours count as both attempted
*> and earned, but never into CGPA. a term that fails pace or CGPA is a
*> WARNING, or SUSPENDED when the term before it already was; running
*> past the timeframe is SUSPENDED outright. the status as of each
*> student's latest term goes to the aid system in P2SapSt.dat, and
*> every student not MEETING goes on the exception list (P2SapExc.dat).
*> records P2's ValidateRecord would refuse are skipped here too

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MasterFile ASSIGN TO "P2Master.dat"
           ORGANIZATION IS INDEXED *> the career master, keyed WNum + load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL TermFile ASSIGN TO "P2Terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table - the order terms are evaluated in
       SELECT ReqTblFile ASSIGN TO "P2ReqTbl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> one line per program of study
       SELECT OPTIONAL MajorsFile ASSIGN TO "P2Majors.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> WNum to program cross-reference
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog, same validation P2 applies
       SELECT StatusFile ASSIGN TO "P2SapSt.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> fixed-format SAP status for the aid system
       SELECT ExceptionFile ASSIGN TO "P2SapExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> printed exception list for the aid office
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

FD ReqTblFile.
01 ReqTblRecord. *> program of study and what the catalog demands of it
       02 RqProgram PIC X(8).
       02 FILLER PIC X(1).
       02 RqTitle PIC X(20).
       02 FILLER PIC X(1).
       02 RqCoreHours PIC 9(3).
       02 FILLER PIC X(1).
       02 RqMajorHours PIC 9(3).
       02 FILLER PIC X(1).
       02 RqElectHours PIC 9(3).
       02 FILLER PIC X(1).
       02 RqMinCGPA PIC 9.99.
       02 FILLER PIC X(1).
       02 RqTotalHours PIC 9(3).

FD MajorsFile.
01 MajorsRecord. *> which program a student is pursuing
       02 MjWNum PIC X(8).
       02 FILLER PIC X(1).
       02 MjProgram PIC X(8).

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

FD StatusFile.
01 StatusLine PIC X(94). *> one SAP determination per student

FD ExceptionFile.
01 ExceptionLine PIC X(75).

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
*> SAP standards - one place to set each
01 SapMinPace PIC 9(3) VALUE 67. *> percent of attempted hours that must be earned
01 SapMinCGPA PIC 9V99 VALUE 2.00. *> cumulative GPA floor
01 MaxTimeframePct PIC 9(3) VALUE 150. *> attempted-hours ceiling, percent of the program's total hours
01 MstEOF PIC A VALUE 'N'.
01 TermEOF PIC A VALUE 'N'.
01 TblEOF PIC A VALUE 'N'.
01 MajEOF PIC A VALUE 'N'.
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
01 VTransfer REDEFINES VRecord.
       02 VTrfTag PIC X(4).
           88 VTransferTag VALUE "*TRF".
       02 FILLER PIC X(14).
       02 VTrfWNum PIC X(8).
       02 FILLER PIC X(12).
       02 VTrfEquivalency PIC X(10).
       02 VTrfInstitution PIC X(20).
       02 VTrfTheirCourse PIC X(8).
       02 VTrfCategory PIC X.
       02 FILLER PIC X(2).
       02 VTrfHours PIC 9.
01 VTagView REDEFINES VRecord.
       02 VTag PIC X(4).
           88 VReinstateTag VALUE "*RNS".
01 RecordValid PIC A VALUE 'Y'.
01 RecordTermSeq PIC 9(4) VALUE 0. *> chronological sequence of the record's own term
*> enrollments and amendments for the student in hand
01 CurrentWNum PIC X(8) VALUE SPACES.
01 CurrentName PIC X(18) VALUE SPACES.
01 StudentOpen PIC A VALUE 'N'.
01 StudentEnrollments.
       02 EnrollEntry OCCURS 200 TIMES INDEXED BY EnrIdx.
           03 SE-Semester PIC X(12).
           03 SE-TermSeq PIC 9(4).
           03 SE-ShortName PIC X(10).
           03 SE-Grade PIC X(2).
           03 SE-Credits PIC 9.
01 EnrollCount PIC 9(3) VALUE 0.
01 EnrollFoundIdx PIC 9(3) VALUE 0.
01 PendingTransactions. *> amendments held until the career closes
       02 PendingTxnEntry OCCURS 100 TIMES INDEXED BY TxnIdx.
           03 PT-Type PIC X.
           03 PT-Semester PIC X(12).
           03 PT-ShortName PIC X(10).
           03 PT-NewGrade PIC X(2).
           03 PT-NewCredits PIC 9.
01 PendingTxnCount PIC 9(3) VALUE 0.
01 TransferHours PIC 9(3) VALUE 0.
*> career measures, built up a term at a time
01 CourseHistory. *> courses already seen for the student being evaluated
       02 CourseEntry OCCURS 200 TIMES INDEXED BY CourseIdx.
           03 SC-ShortName PIC X(10).
           03 SC-Credits PIC 9.
           03 SC-GradeVal PIC 9V9.
           03 SC-QPts PIC 99V9.
           03 SC-Earned PIC A. *> 'Y' once a passing attempt has earned its hours
01 CourseCount PIC 9(3) VALUE 0.
01 FoundIdx PIC 9(3) VALUE 0.
01 AttemptedHours PIC 9(3) VALUE 0.
01 EarnedHours PIC 9(3) VALUE 0.
01 GpaCredits PIC 9(3) VALUE 0.
01 CumQPts PIC 9(5)V9 VALUE 0.
01 CGPA PIC 9V99 VALUE 0.
01 PacePct PIC 9(3) VALUE 0.
01 MaxHours PIC 9(3) VALUE 0.
01 GradeVal PIC 9V9 VALUE 0.
01 ClassQpts PIC 99V9 VALUE 0.
01 AGrade PIC X(2) VALUE SPACES.
       88 APassingGrade VALUES 'A ', 'A-', 'B+', 'B ', 'B-',
                               'C+', 'C ', 'C-', 'D+', 'D ', 'P '.
       88 ANonPunitiveGrade VALUES 'W ', 'I ', 'P ', 'AU'.
       88 AAuditGrade VALUE 'AU'.
*> term walk for the student in hand
01 EvalSeq PIC 9(4) VALUE 0. *> term most recently evaluated
01 EvalSemester PIC X(12) VALUE SPACES.
01 NextSeq PIC 9(4) VALUE 0.
01 NextIdx PIC 9(3) VALUE 0.
01 TermsDone PIC A VALUE 'N'.
01 SapStatus PIC X(9) VALUE SPACES. *> status as of the term just evaluated
01 PriorStatus PIC X(9) VALUE SPACES. *> status as of the term before it
01 PaceOk PIC A VALUE 'Y'.
01 GpaOk PIC A VALUE 'Y'.
01 TimeOk PIC A VALUE 'Y'.
*> term table
01 Terms.
       02 TermEntry OCCURS 200 TIMES INDEXED BY TermIdx.
           03 TT-Semester PIC X(12).
           03 TT-Seq PIC 9(4).
01 TermCount PIC 9(3) VALUE 0.
01 TermLookupText PIC X(12) VALUE SPACES. *> semester LookupTermSeq is resolving
01 TermLookupSeq PIC 9(4) VALUE 0. *> its chronological sequence - 0 when blank or not in the table
*> requirements table and majors, as P2Audit loads them
01 Programs.
       02 ProgramEntry OCCURS 50 TIMES INDEXED BY PrgIdx.
           03 PR-Program PIC X(8).
           03 PR-TotalHours PIC 999.
01 ProgramCount PIC 99 VALUE 0.
01 Majors.
       02 MajorEntry OCCURS 2000 TIMES INDEXED BY MajIdx.
           03 MJ-WNum PIC X(8).
           03 MJ-Program PIC X(8).
01 MajorCount PIC 9(4) VALUE 0.
01 SapProgram PIC X(8) VALUE SPACES. *> program the current student is measured against
01 ProgramIdx PIC 99 VALUE 0.
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
*> P2SapSt.dat status layout - what the aid system loads
01 StatusRecord.
       02 StWNum PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StName PIC X(18).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StSemester PIC X(12). *> latest term evaluated
       02 FILLER PIC X(1) VALUE SPACE.
       02 StProgram PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StAttempted PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StEarned PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StPace PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StCGPA PIC 9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 StMaxHours PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 StStatus PIC X(9). *> MEETING, WARNING or SUSPENDED
       02 FILLER PIC X(1) VALUE SPACE.
       02 StPriorStatus PIC X(9). *> the term before, blank for a first term
       02 FILLER PIC X(1) VALUE SPACE.
       02 StPaceOk PIC X. *> 'Y' = pace met
       02 StGpaOk PIC X. *> 'Y' = CGPA met
       02 StTimeOk PIC X. *> 'Y' = inside maximum timeframe
*> run tallies
01 MasterReadCount PIC 9(6) VALUE 0.
01 EvaluatedCount PIC 9(5) VALUE 0.
01 MeetingCount PIC 9(5) VALUE 0.
01 WarningCount PIC 9(5) VALUE 0.
01 SuspendedCount PIC 9(5) VALUE 0.
01 RunDate PIC X(10) VALUE SPACES. *> today, YYYY-MM-DD
01 LineCount PIC 99 VALUE 0.
01 PageBreakThreshold PIC 99 VALUE 40. *> report page length
01 PageNum PIC 99 VALUE 1.
01 PageLine.
       02 PageLit PIC X(6) VALUE "PAGE ".
       02 PagePrint PIC Z9.
       02 FILLER PIC X(67) VALUE SPACE.
01 AsOfLine.
       02 FILLER PIC X(15) VALUE "EVALUATED AS OF".
       02 FILLER PIC X(1) VALUE SPACE.
       02 AsOfDate PIC X(10).
       02 FILLER PIC X(49) VALUE SPACE.
01 ExceptionColumns.
       02 FILLER PIC X(9) VALUE "WNUM".
       02 FILLER PIC X(19) VALUE "NAME".
       02 FILLER PIC X(13) VALUE "TERM".
       02 FILLER PIC X(4) VALUE "ATT".
       02 FILLER PIC X(4) VALUE "ERN".
       02 FILLER PIC X(4) VALUE "PCT".
       02 FILLER PIC X(5) VALUE "CGPA".
       02 FILLER PIC X(10) VALUE "STATUS".
       02 FILLER PIC X(7) VALUE "WHY".
01 ExceptionDetail.
       02 EX-WNum PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Name PIC X(18).
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Semester PIC X(12).
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Attempted PIC ZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Earned PIC ZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Pace PIC ZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-CGPA PIC 9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-Status PIC X(9).
       02 FILLER PIC X(1) VALUE SPACE.
       02 EX-WhyPace PIC X.
       02 EX-WhyGpa PIC X.
       02 EX-WhyTime PIC X.
       02 FILLER PIC X(4) VALUE SPACE.
01 ExceptionLegend.
       02 FILLER PIC X(75) VALUE
           "WHY: P = PACE BELOW MINIMUM  G = CGPA BELOW MINIMUM  T = OVER MAX TIMEFRAME".
01 ExceptionSummary.
       02 FILLER PIC X(20) VALUE "STUDENTS EVALUATED: ".
       02 SummaryEvaluated PIC Z(4)9.
       02 FILLER PIC X(11) VALUE "  MEETING: ".
       02 SummaryMeeting PIC Z(4)9.
       02 FILLER PIC X(11) VALUE "  WARNING: ".
       02 SummaryWarning PIC Z(4)9.
       02 FILLER PIC X(13) VALUE "  SUSPENDED: ".
       02 SummarySuspended PIC Z(4)9.
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
*> the term table, the requirements table, the majors and the catalog
*> come in-core - without terms there is no order to evaluate in, and
*> without programs no timeframe - then one key-order sweep of the master
OPEN INPUT TermFile.
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ
       PERFORM LoadOneTerm UNTIL TermEOF EQUAL 'Y' *> loop
       CLOSE TermFile
       IF TermCount EQUAL 0 THEN
           DISPLAY "ABEND: NO TERM TABLE ON FILE - TERMS CANNOT BE ORDERED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT ReqTblFile
       READ ReqTblFile
           AT END MOVE 'Y' TO TblEOF
       END-READ
       PERFORM LoadOneProgram UNTIL TblEOF EQUAL 'Y' *> loop
       CLOSE ReqTblFile
       IF ProgramCount EQUAL 0 THEN
           DISPLAY "ABEND: REQUIREMENTS TABLE P2REQTBL.DAT IS EMPTY"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT MajorsFile
       READ MajorsFile
           AT END MOVE 'Y' TO MajEOF
       END-READ
       PERFORM LoadOneMajor UNTIL MajEOF EQUAL 'Y' *> loop
       CLOSE MajorsFile
       OPEN INPUT CatalogFile
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y' *> loop
       CLOSE CatalogFile
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO RunDate
       OPEN OUTPUT StatusFile, ExceptionFile
       PERFORM WriteExceptionHeader
       OPEN INPUT MasterFile
       PERFORM StartMasterScan
       PERFORM ScanOneRecord UNTIL MstEOF EQUAL 'Y' *> loop
       IF StudentOpen EQUAL 'Y' THEN
           PERFORM CloseOutStudent
       END-IF
       CLOSE MasterFile
       WRITE ExceptionLine FROM ExceptionLegend AFTER ADVANCING 1 LINE
       DISPLAY ExceptionLine *> display in shell
       MOVE EvaluatedCount TO SummaryEvaluated
       MOVE MeetingCount TO SummaryMeeting
       MOVE WarningCount TO SummaryWarning
       MOVE SuspendedCount TO SummarySuspended
       WRITE ExceptionLine FROM ExceptionSummary AFTER ADVANCING 1 LINE
       DISPLAY ExceptionLine *> display in shell
       CLOSE StatusFile, ExceptionFile
       MOVE "P2SAP" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE MasterReadCount TO RlInCount
       MOVE EvaluatedCount TO RlOutCount
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


LoadOneProgram.
       IF ProgramCount GREATER OR EQUAL 50 THEN
           DISPLAY "ABEND: PROGRAM TABLE FULL AT " RqProgram
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO ProgramCount
       MOVE RqProgram TO PR-Program(ProgramCount)
       MOVE RqTotalHours TO PR-TotalHours(ProgramCount)
       READ ReqTblFile
           AT END MOVE 'Y' TO TblEOF
       END-READ.


LoadOneMajor.
       IF MajorCount GREATER OR EQUAL 2000 THEN
           DISPLAY "ABEND: MAJORS TABLE FULL AT WNUM " MjWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO MajorCount
       MOVE MjWNum TO MJ-WNum(MajorCount)
       MOVE MjProgram TO MJ-Program(MajorCount)
       READ MajorsFile
           AT END MOVE 'Y' TO MajEOF
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


ScanOneRecord.
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
       ELSE IF VTransferTag THEN
           *> accepted transfer work is attempted and earned both, the
           *> moment the career opens - P2 never posted one whose
           *> equivalency is off the catalog
           IF CatalogCount GREATER 0 THEN
               MOVE VTrfEquivalency TO CatalogLookupName
               PERFORM FindCatalogEntry
           ELSE
               MOVE 1 TO CatalogFoundIdx
           END-IF
           IF VTrfHours NUMERIC AND CatalogFoundIdx GREATER 0 THEN
               ADD VTrfHours TO TransferHours
           END-IF
       ELSE IF VReinstateTag THEN
           CONTINUE *> an academic reinstatement says nothing about aid
       ELSE
           PERFORM ValidateCareerRecord
           IF RecordValid EQUAL 'Y' THEN
               PERFORM HoldOneEnrollment
           END-IF
       END-IF
       END-IF
       END-IF
       PERFORM ReadOneMasterRecord.


OpenNewStudent.
       MOVE MstWNum TO CurrentWNum
       MOVE SPACES TO CurrentName
       MOVE 'Y' TO StudentOpen
       MOVE 0 TO EnrollCount
       MOVE 0 TO PendingTxnCount
       MOVE 0 TO TransferHours.


ValidateCareerRecord.
       *> ValidateRecord's field ladder, term gate and catalog check - a
       *> record P2 refused never posted to the career
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
       IF RecordValid EQUAL 'Y' THEN
           MOVE VSemester TO TermLookupText
           PERFORM LookupTermSeq
           MOVE TermLookupSeq TO RecordTermSeq
           IF TermLookupSeq EQUAL 0 THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       IF RecordValid EQUAL 'Y' AND CatalogCount GREATER 0 THEN
           PERFORM CheckCatalogCourse
       END-IF.


CheckCatalogCourse.
       *> title, hours and category as the catalog has them, and the term
       *> inside the course's offering window
       MOVE VShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx EQUAL 0 THEN
           MOVE 'N' TO RecordValid
       ELSE IF VLongName NOT EQUAL CG-LongName(CatalogFoundIdx)
               OR VCredits NOT EQUAL CG-Credits(CatalogFoundIdx)
               OR VReqCategory NOT EQUAL CG-Category(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
       ELSE
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
           IF RecordTermSeq LESS OfferFirstSeq OR
                   RecordTermSeq GREATER OfferLastSeq THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       END-IF.


HoldOneEnrollment.
       IF EnrollCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: ENROLLMENT TABLE FULL AT WNUM " CurrentWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO EnrollCount
       MOVE VFullName TO CurrentName
       MOVE VSemester TO SE-Semester(EnrollCount)
       MOVE RecordTermSeq TO SE-TermSeq(EnrollCount)
       MOVE VShortName TO SE-ShortName(EnrollCount)
       MOVE VGrade TO SE-Grade(EnrollCount)
       MOVE VCredits TO SE-Credits(EnrollCount).


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
       MOVE VTxnNewGrade TO PT-NewGrade(PendingTxnCount)
       IF VTxnNewCredits NUMERIC THEN
           MOVE VTxnNewCredits TO PT-NewCredits(PendingTxnCount)
       ELSE
           MOVE 0 TO PT-NewCredits(PendingTxnCount)
       END-IF.


CloseOutStudent.
       *> amendments first, in the order they were filed, then the career
       *> is replayed a term at a time from the transfer work forward
       MOVE 'N' TO StudentOpen
       MOVE 1 TO TxnIdx
       PERFORM ApplyOneTransaction UNTIL TxnIdx GREATER PendingTxnCount
       PERFORM FindStudentProgram
       COMPUTE MaxHours = PR-TotalHours(ProgramIdx) * MaxTimeframePct / 100
       MOVE 0 TO CourseCount
       MOVE TransferHours TO AttemptedHours
       MOVE TransferHours TO EarnedHours
       MOVE 0 TO GpaCredits
       MOVE 0 TO CumQPts
       MOVE SPACES TO SapStatus
       MOVE SPACES TO PriorStatus
       MOVE 0 TO EvalSeq
       MOVE 'N' TO TermsDone
       PERFORM EvaluateNextTerm UNTIL TermsDone EQUAL 'Y'
       IF SapStatus NOT EQUAL SPACES THEN
           *> a student with nothing but transfer work has no term to
           *> be measured in yet
           PERFORM WriteStatusRecord
       END-IF.


ApplyOneTransaction.
       *> the amendment lands on the latest enrollment of its course in
       *> its semester, the way P2Lapse reads them
       MOVE 0 TO EnrollFoundIdx
       MOVE 1 TO EnrIdx
       PERFORM ScanTxnEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF EnrollFoundIdx GREATER 0 THEN
           IF PT-Type(TxnIdx) EQUAL 'W' THEN
               MOVE 'W ' TO SE-Grade(EnrollFoundIdx)
           ELSE IF PT-Type(TxnIdx) EQUAL 'C' THEN
               MOVE PT-NewCredits(TxnIdx) TO SE-Credits(EnrollFoundIdx)
           ELSE IF PT-NewGrade(TxnIdx) NOT EQUAL SPACES THEN
               MOVE PT-NewGrade(TxnIdx) TO SE-Grade(EnrollFoundIdx)
               IF PT-NewCredits(TxnIdx) GREATER 0 THEN
                   MOVE PT-NewCredits(TxnIdx) TO SE-Credits(EnrollFoundIdx)
               END-IF
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


FindStudentProgram.
       *> the student's declared program, or the table's first entry when
       *> no major is on file (or the declared one is not in the table)
       MOVE SPACES TO SapProgram
       MOVE 1 TO MajIdx
       PERFORM ScanMajorWNum UNTIL MajIdx GREATER MajorCount
       MOVE 0 TO ProgramIdx
       MOVE 1 TO PrgIdx
       PERFORM ScanProgramCode UNTIL PrgIdx GREATER ProgramCount
       IF ProgramIdx EQUAL 0 THEN
           MOVE 1 TO ProgramIdx
       END-IF.


ScanMajorWNum.
       IF MJ-WNum(MajIdx) EQUAL CurrentWNum THEN
           MOVE MJ-Program(MajIdx) TO SapProgram
       END-IF
       ADD 1 TO MajIdx.


ScanProgramCode.
       IF PR-Program(PrgIdx) EQUAL SapProgram THEN
           MOVE PrgIdx TO ProgramIdx
       END-IF
       ADD 1 TO PrgIdx.


EvaluateNextTerm.
       *> the student's next term in chronological order - the smallest
       *> sequence above the one just evaluated
       MOVE 0 TO NextIdx
       MOVE 9999 TO NextSeq
       MOVE 1 TO EnrIdx
       PERFORM ScanNextEnrollTerm UNTIL EnrIdx GREATER EnrollCount
       IF NextIdx EQUAL 0 THEN
           MOVE 'Y' TO TermsDone
       ELSE
           MOVE NextSeq TO EvalSeq
           MOVE SE-Semester(NextIdx) TO EvalSemester
           MOVE 1 TO EnrIdx
           PERFORM PostTermEnrollment UNTIL EnrIdx GREATER EnrollCount
           MOVE SapStatus TO PriorStatus
           PERFORM DetermineStatus
       END-IF.


ScanNextEnrollTerm.
       IF SE-TermSeq(EnrIdx) GREATER EvalSeq AND
               SE-TermSeq(EnrIdx) LESS NextSeq THEN
           MOVE SE-TermSeq(EnrIdx) TO NextSeq
           MOVE EnrIdx TO NextIdx
       END-IF
       ADD 1 TO EnrIdx.


PostTermEnrollment.
       IF SE-TermSeq(EnrIdx) EQUAL EvalSeq THEN
           PERFORM PostOneCourse
       END-IF
       ADD 1 TO EnrIdx.


PostOneCourse.
       *> every graded attempt but an audit is attempted hours. the CGPA
       *> side is P2Vrfy's PostOneCourse - a non-punitive grade posts a
       *> zeroed history entry, a punitive one posts and then settles
       *> repeat forgiveness so only the better attempt counts. a passing
       *> attempt earns its hours once, however often the course is taken
       MOVE SE-Grade(EnrIdx) TO AGrade
       IF NOT AAuditGrade THEN
           ADD SE-Credits(EnrIdx) TO AttemptedHours
       END-IF
       PERFORM LookupGradeValue
       PERFORM FindRepeatCourse
       IF ANonPunitiveGrade THEN
           IF FoundIdx EQUAL 0 THEN
               PERFORM AddCourseEntry
               MOVE 0 TO SC-Credits(CourseCount)
               MOVE 0 TO SC-GradeVal(CourseCount)
               MOVE 0 TO SC-QPts(CourseCount)
           END-IF
       ELSE
           COMPUTE ClassQpts = GradeVal * SE-Credits(EnrIdx)
           ADD SE-Credits(EnrIdx) TO GpaCredits
           COMPUTE CumQPts = CumQPts + ClassQpts
           IF FoundIdx GREATER 0 THEN
               IF GradeVal GREATER SC-GradeVal(FoundIdx) THEN
                   *> this attempt is better - back the old attempt out
                   COMPUTE CumQPts = CumQPts - SC-QPts(FoundIdx)
                   COMPUTE GpaCredits = GpaCredits - SC-Credits(FoundIdx)
                   MOVE SE-Credits(EnrIdx) TO SC-Credits(FoundIdx)
                   MOVE GradeVal TO SC-GradeVal(FoundIdx)
                   MOVE ClassQpts TO SC-QPts(FoundIdx)
               ELSE
                   *> the earlier attempt stands - back this attempt out
                   COMPUTE CumQPts = CumQPts - ClassQpts
                   COMPUTE GpaCredits = GpaCredits - SE-Credits(EnrIdx)
               END-IF
           ELSE
               PERFORM AddCourseEntry
               MOVE SE-Credits(EnrIdx) TO SC-Credits(CourseCount)
               MOVE GradeVal TO SC-GradeVal(CourseCount)
               MOVE ClassQpts TO SC-QPts(CourseCount)
           END-IF
       END-IF
       IF APassingGrade THEN
           PERFORM FindRepeatCourse
           IF SC-Earned(FoundIdx) NOT EQUAL 'Y' THEN
               ADD SE-Credits(EnrIdx) TO EarnedHours
               MOVE 'Y' TO SC-Earned(FoundIdx)
           END-IF
       END-IF.


AddCourseEntry.
       IF CourseCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: COURSE HISTORY TABLE FULL AT WNUM " CurrentWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO CourseCount
       MOVE SE-ShortName(EnrIdx) TO SC-ShortName(CourseCount)
       MOVE 'N' TO SC-Earned(CourseCount).


FindRepeatCourse.
       MOVE 0 TO FoundIdx
       MOVE 1 TO CourseIdx
       PERFORM ScanCourseShort UNTIL CourseIdx GREATER CourseCount.


ScanCourseShort.
       IF SC-ShortName(CourseIdx) EQUAL SE-ShortName(EnrIdx) THEN
           MOVE CourseIdx TO FoundIdx
       END-IF
       ADD 1 TO CourseIdx.


DetermineStatus.
       *> the three measures on the career through EvalSemester. running
       *> past the timeframe suspends outright; failing pace or CGPA warns
       *> first and suspends the term after
       IF GpaCredits GREATER 0 THEN
           COMPUTE CGPA = CumQPts / GpaCredits
       ELSE
           MOVE 0 TO CGPA
       END-IF
       IF AttemptedHours GREATER 0 THEN
           COMPUTE PacePct = EarnedHours * 100 / AttemptedHours
       ELSE
           MOVE 100 TO PacePct
       END-IF
       MOVE 'Y' TO PaceOk
       MOVE 'Y' TO GpaOk
       MOVE 'Y' TO TimeOk
       IF PacePct LESS SapMinPace THEN
           MOVE 'N' TO PaceOk
       END-IF
       IF CGPA LESS SapMinCGPA THEN
           MOVE 'N' TO GpaOk
       END-IF
       IF AttemptedHours GREATER MaxHours THEN
           MOVE 'N' TO TimeOk
       END-IF
       IF TimeOk EQUAL 'N' THEN
           MOVE "SUSPENDED" TO SapStatus
       ELSE IF PaceOk EQUAL 'N' OR GpaOk EQUAL 'N' THEN
           IF PriorStatus EQUAL "WARNING" OR PriorStatus EQUAL "SUSPENDED" THEN
               MOVE "SUSPENDED" TO SapStatus
           ELSE
               MOVE "WARNING" TO SapStatus
           END-IF
       ELSE
           MOVE "MEETING" TO SapStatus
       END-IF
       END-IF.


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


WriteStatusRecord.
       *> the determination as of the student's latest term - one line to
       *> the aid system, and a line on the exception list unless MEETING
       ADD 1 TO EvaluatedCount
       MOVE CurrentWNum TO StWNum
       MOVE CurrentName TO StName
       MOVE EvalSemester TO StSemester
       MOVE PR-Program(ProgramIdx) TO StProgram
       MOVE AttemptedHours TO StAttempted
       MOVE EarnedHours TO StEarned
       MOVE PacePct TO StPace
       MOVE CGPA TO StCGPA
       MOVE MaxHours TO StMaxHours
       MOVE SapStatus TO StStatus
       MOVE PriorStatus TO StPriorStatus
       MOVE PaceOk TO StPaceOk
       MOVE GpaOk TO StGpaOk
       MOVE TimeOk TO StTimeOk
       WRITE StatusLine FROM StatusRecord
       DISPLAY StatusLine *> display in shell
       IF SapStatus EQUAL "MEETING" THEN
           ADD 1 TO MeetingCount
       ELSE
           IF SapStatus EQUAL "WARNING" THEN
               ADD 1 TO WarningCount
           ELSE
               ADD 1 TO SuspendedCount
           END-IF
           PERFORM WriteExceptionDetail
       END-IF.


WriteExceptionDetail.
       IF LineCount GREATER OR EQUAL PageBreakThreshold THEN
           ADD 1 TO PageNum
           PERFORM WriteExceptionHeader
       END-IF
       MOVE CurrentWNum TO EX-WNum
       MOVE CurrentName TO EX-Name
       MOVE EvalSemester TO EX-Semester
       MOVE AttemptedHours TO EX-Attempted
       MOVE EarnedHours TO EX-Earned
       MOVE PacePct TO EX-Pace
       MOVE CGPA TO EX-CGPA
       MOVE SapStatus TO EX-Status
       MOVE SPACES TO EX-WhyPace, EX-WhyGpa, EX-WhyTime
       IF PaceOk EQUAL 'N' THEN
           MOVE 'P' TO EX-WhyPace
       END-IF
       IF GpaOk EQUAL 'N' THEN
           MOVE 'G' TO EX-WhyGpa
       END-IF
       IF TimeOk EQUAL 'N' THEN
           MOVE 'T' TO EX-WhyTime
       END-IF
       WRITE ExceptionLine FROM ExceptionDetail
       DISPLAY ExceptionLine *> display in shell
       ADD 1 TO LineCount.


WriteExceptionHeader.
       *> same centered masthead and page numbering the transcripts use
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE ExceptionLine FROM TempLine1
       DISPLAY ExceptionLine *> display in shell
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE ExceptionLine FROM TempLine1
       DISPLAY ExceptionLine *> display in shell
       MOVE SPACES TO TempLine1
       MOVE "SATISFACTORY ACADEMIC PROGRESS EXCEPTIONS" TO TempLine1
       WRITE ExceptionLine FROM TempLine1
       DISPLAY ExceptionLine *> display in shell
       MOVE RunDate TO AsOfDate
       WRITE ExceptionLine FROM AsOfLine
       DISPLAY ExceptionLine *> display in shell
       MOVE PageNum TO PagePrint
       WRITE ExceptionLine FROM PageLine
       DISPLAY ExceptionLine *> display in shell
       WRITE ExceptionLine FROM ExceptionColumns
       DISPLAY ExceptionLine *> display in shell
       MOVE 0 TO LineCount.


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
