       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Rost.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 22nd 2026

*> faculty grade-roster intake: the instructors' rosters (P2Roster.dat,
*> one line per course, semester, WNum and grade, in any order) come
*> in-core, and one key-order sweep of P2Master.dat matches every roster
*> line against the enrollment it grades, *TXN amendments applied. an
*> enrollment the registrar loaded ungraded takes the roster's grade;
*> a grade off the LookupGradeValue scale, a second line for the same
*> enrollment, a student not enrolled in that course and term, or an
*> enrollment that already carries a grade is refused onto the reject
*> report (P2RostRej.dat). accepted grades leave as P2GrdIn.dat, a whole
*> registrar batch - control record, every touched student/term
*> restated exactly as the master holds it with the roster grades
*> posted, and a trailer that balances - to run through P2Sort, P2 and
*> P2Load 'U' as P2Raw.dat. the whole term has to travel, since a merge
*> drops the master's copy of any student/term the batch restates.
*> every enrollment still ungraded once its term's TmEnd is behind
*> today goes on the missing-grades report (P2MissGr.dat), grouped by
*> course so the dean's office can chase instructors. the batch ID is
*> GR, the Julian date (YYDDD) and the count of intakes already stamped
*> on the run log today, so a second intake the same day never repeats
*> a batch P2 has processed - after ten in one day the run is refused

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MasterFile ASSIGN TO "P2Master.dat"
           ORGANIZATION IS INDEXED *> the career master, keyed WNum + load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL TermFile ASSIGN TO "P2Terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table - order and TmEnd dates
       SELECT OPTIONAL RosterFile ASSIGN TO "P2Roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> instructor grade rosters, any order
       SELECT GradeFile ASSIGN TO "P2GrdIn.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> accepted grades as a registrar batch, P2Raw.dat layout
       SELECT RejectFile ASSIGN TO "P2RostRej.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> roster lines refused, and why
       SELECT MissingFile ASSIGN TO "P2MissGr.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> missing-grades report for the dean's office
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream
       SELECT SortFile ASSIGN TO "P2RostWk".

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

FD RosterFile.
01 RosterRecord. *> one grade as the instructor turned it in
       02 RosShortName PIC X(10).
       02 FILLER PIC X(1).
       02 RosSemester PIC X(12).
       02 FILLER PIC X(1).
       02 RosWNum PIC X(8).
       02 FILLER PIC X(1).
       02 RosGrade PIC X(2).
           88 RosScaleGrade VALUES 'A ', 'A-', 'B+', 'B ', 'B-',
                                   'C+', 'C ', 'C-', 'D+', 'D ', 'F ',
                                   'W ', 'I ', 'P ', 'AU'.

FD GradeFile.
01 GradeRecord PIC X(80). *> one P2Raw.dat line
01 GradeControl REDEFINES GradeRecord. *> one-time control record, P2In.dat layout
       02 GcTranscriptType PIC X.
       02 GcResumeFlag PIC X.
       02 GcRequestDate PIC X(10).
       02 GcRunMode PIC X.
       02 GcMasterMode PIC X.
       02 GcBatchId PIC X(8).
       02 FILLER PIC X(58).
01 GradeTrailer REDEFINES GradeRecord. *> registrar batch trailer, P2In.dat layout
       02 GtTag PIC X(8).
       02 GtRecordCount PIC 9(6).
       02 GtCreditHours PIC 9(6).
       02 GtStudentCount PIC 9(5).
       02 FILLER PIC X(55).

FD RejectFile.
01 RejectLine PIC X(75).

FD MissingFile.
01 MissingLine PIC X(75).

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

SD SortFile.
01 SortRecord. *> one enrollment with no grade past its deadline
       02 SortShortName PIC X(10).
       02 SortTermSeq PIC 9(4). *> chronological, so a course's terms list in order
       02 SortSemester PIC X(12).
       02 SortWNum PIC X(8).
       02 SortName PIC X(18).
       02 SortDeadline PIC X(10).

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
01 MstEOF PIC A VALUE 'N'.
01 TermEOF PIC A VALUE 'N'.
01 RosterEOF PIC A VALUE 'N'.
01 SortEOF PIC A VALUE 'N'.
01 RunLogEOF PIC A VALUE 'N'.
*> the master record's data area, recut through the same views P2 uses
01 VRecord PIC X(80).
01 VStudent REDEFINES VRecord.
       02 VFullName PIC X(18).
       02 VWNum PIC X(8).
       02 VSemester PIC X(12).
       02 VShortName PIC X(10).
       02 VLongName PIC X(28).
       02 VReqCategory PIC X.
       02 VGrade PIC X(2).
       02 VCredits PIC 9.
01 VTransaction REDEFINES VRecord.
       02 VTxnTag PIC X(4).
           88 VTransactionTag VALUE "*TXN".
       02 VTxnType PIC X.
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
*> the rosters, in-core - each line's fate is settled in RT-Status
01 Roster.
       02 RosterEntry OCCURS 3000 TIMES INDEXED BY RosterIdx.
           03 RT-ShortName PIC X(10).
           03 RT-Semester PIC X(12).
           03 RT-WNum PIC X(8).
           03 RT-Grade PIC X(2).
           03 RT-Status PIC X. *> ' ' unmatched, A accepted, B off the scale, D duplicate, G already graded, N not enrolled
01 RosterCount PIC 9(4) VALUE 0.
01 RosterFoundIdx PIC 9(4) VALUE 0.
*> every master record for the student in hand, as filed - a touched
*> term is restated from these
01 StudentRecords.
       02 StudentRecordEntry OCCURS 300 TIMES INDEXED BY SrIdx.
           03 SR-Data PIC X(80).
01 StudentRecordCount PIC 9(3) VALUE 0.
*> the student's enrollments, with the grade each carries once
*> amendments are applied
01 CurrentWNum PIC X(8) VALUE SPACES.
01 StudentOpen PIC A VALUE 'N'.
01 StudentEnrollments.
       02 EnrollEntry OCCURS 200 TIMES INDEXED BY EnrIdx.
           03 SE-FullName PIC X(18).
           03 SE-Semester PIC X(12).
           03 SE-ShortName PIC X(10).
           03 SE-Grade PIC X(2).
           03 SE-RecIdx PIC 9(3). *> its StudentRecords entry
01 EnrollCount PIC 9(3) VALUE 0.
01 EnrollFoundIdx PIC 9(3) VALUE 0.
01 PendingTransactions. *> amendments held until the career closes
       02 PendingTxnEntry OCCURS 100 TIMES INDEXED BY TxnIdx.
           03 PT-Type PIC X.
           03 PT-Semester PIC X(12).
           03 PT-ShortName PIC X(10).
           03 PT-NewGrade PIC X(2).
01 PendingTxnCount PIC 9(3) VALUE 0.
01 TouchedTerms. *> the student's terms a roster grade posted into
       02 TouchedEntry OCCURS 20 TIMES INDEXED BY TouchedIdx.
           03 TC-Semester PIC X(12).
01 TouchedCount PIC 99 VALUE 0.
01 TouchedFoundIdx PIC 99 VALUE 0.
*> term table, with each term's end date
01 Terms.
       02 TermEntry OCCURS 200 TIMES INDEXED BY TermIdx.
           03 TT-Semester PIC X(12).
           03 TT-Seq PIC 9(4).
           03 TT-End PIC X(10).
01 TermCount PIC 9(3) VALUE 0.
01 TermFoundIdx PIC 9(3) VALUE 0.
01 TermLookupText PIC X(12) VALUE SPACES. *> semester LookupTermSeq is resolving
01 TermLookupSeq PIC 9(4) VALUE 0. *> its chronological sequence - 0 when blank or not in the table
01 RunDate PIC X(10) VALUE SPACES. *> today, YYYY-MM-DD
01 GradeBatchId. *> batch ID the grade batch carries - unique to the intake
       02 FILLER PIC X(2) VALUE "GR".
       02 GbJulian PIC 9(5). *> YYDDD
       02 GbIntake PIC 9. *> intakes already run today
01 IntakesToday PIC 9(4) VALUE 0. *> P2ROST stamps on the run log dated today
*> run tallies
01 MasterReadCount PIC 9(6) VALUE 0.
01 AcceptedCount PIC 9(5) VALUE 0.
01 RejectedCount PIC 9(5) VALUE 0.
01 MissingCount PIC 9(5) VALUE 0.
01 MissingCourseCount PIC 9(5) VALUE 0.
01 PendingCount PIC 9(5) VALUE 0. *> ungraded, but the term hasn't ended yet
01 BatchRecordCount PIC 9(6) VALUE 0. *> trailer tallies for the grade batch
01 BatchCreditHours PIC 9(6) VALUE 0.
01 BatchStudentCount PIC 9(5) VALUE 0.
*> missing-grades course control break
01 GroupShortName PIC X(10) VALUE SPACES.
01 GroupSemester PIC X(12) VALUE SPACES.
01 GroupCount PIC 9(4) VALUE 0.
01 RejectLineCount PIC 99 VALUE 0. *> the two reports page independently
01 RejectPageNum PIC 99 VALUE 1.
01 MissingLineCount PIC 99 VALUE 0.
01 MissingPageNum PIC 99 VALUE 1.
01 PageBreakThreshold PIC 99 VALUE 40. *> report page length
01 PageLine.
       02 PageLit PIC X(6) VALUE "PAGE ".
       02 PagePrint PIC Z9.
       02 FILLER PIC X(67) VALUE SPACE.
01 AsOfLine.
       02 AsOfTitle PIC X(33).
       02 FILLER PIC X(1) VALUE SPACE.
       02 AsOfDate PIC X(10).
       02 FILLER PIC X(31) VALUE SPACE.
01 RejectColumns.
       02 FILLER PIC X(8) VALUE "WNUM".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(10) VALUE "COURSE".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(12) VALUE "SEMESTER".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(2) VALUE "GR".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(30) VALUE "REASON".
       02 FILLER PIC X(5) VALUE SPACE.
01 RejectDetail.
       02 RD-WNum PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-ShortName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-Semester PIC X(12).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-Grade PIC X(2).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RD-Reason PIC X(30).
       02 FILLER PIC X(5) VALUE SPACE.
01 RejectSummary.
       02 FILLER PIC X(16) VALUE "GRADES ACCEPTED:".
       02 SummaryAccepted PIC Z(4)9.
       02 FILLER PIC X(12) VALUE "  REJECTED: ".
       02 SummaryRejected PIC Z(4)9.
       02 FILLER PIC X(15) VALUE "  ROSTER LINES:".
       02 SummaryRoster PIC Z(4)9.
       02 FILLER PIC X(17) VALUE SPACE.
01 MissingCourseLine.
       02 FILLER PIC X(8) VALUE "COURSE: ".
       02 MC-ShortName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 MC-Semester PIC X(12).
       02 FILLER PIC X(13) VALUE "  GRADES DUE ".
       02 MC-Deadline PIC X(10).
       02 FILLER PIC X(20) VALUE SPACE.
01 MissingDetail.
       02 FILLER PIC X(4) VALUE SPACE.
       02 MD-WNum PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 MD-Name PIC X(18).
       02 FILLER PIC X(43) VALUE SPACE.
01 MissingGroupTotal.
       02 FILLER PIC X(4) VALUE SPACE.
       02 FILLER PIC X(16) VALUE "GRADES MISSING: ".
       02 MG-Count PIC Z(3)9.
       02 FILLER PIC X(51) VALUE SPACE.
01 MissingSummary.
       02 FILLER PIC X(16) VALUE "GRADES MISSING: ".
       02 SummaryMissing PIC Z(4)9.
       02 FILLER PIC X(12) VALUE "  COURSES:  ".
       02 SummaryCourses PIC Z(4)9.
       02 FILLER PIC X(21) VALUE "  TERM STILL OPEN:   ".
       02 SummaryPending PIC Z(4)9.
       02 FILLER PIC X(11) VALUE SPACE.
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
*> the term table comes in-core - without TmEnd dates no deadline can
*> be judged - then the rosters, then one key-order sweep of the master
*> feeds the sort that groups the missing grades by course
OPEN INPUT TermFile.
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ
       PERFORM LoadOneTerm UNTIL TermEOF EQUAL 'Y' *> loop
       CLOSE TermFile
       IF TermCount EQUAL 0 THEN
           DISPLAY "ABEND: NO TERM TABLE ON FILE - GRADE DEADLINES UNKNOWN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO RunDate
       ACCEPT GbJulian FROM DAY
       PERFORM CountTodaysIntakes
       IF IntakesToday GREATER 9 THEN
           DISPLAY "ABEND: TEN GRADE INTAKES ALREADY RUN TODAY - NO BATCH ID LEFT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE IntakesToday TO GbIntake
       OPEN OUTPUT RejectFile
       PERFORM WriteRejectHeader
       OPEN INPUT RosterFile
       READ RosterFile
           AT END MOVE 'Y' TO RosterEOF
       END-READ
       PERFORM LoadOneRoster UNTIL RosterEOF EQUAL 'Y' *> loop
       CLOSE RosterFile
       *> the grade batch opens with the control record P2 and P2Load
       *> expect - unofficial print, merge into the master
       OPEN OUTPUT GradeFile
       MOVE SPACES TO GradeRecord
       MOVE 'U' TO GcTranscriptType
       MOVE SPACE TO GcResumeFlag
       MOVE RunDate TO GcRequestDate
       MOVE SPACE TO GcRunMode
       MOVE 'U' TO GcMasterMode
       MOVE GradeBatchId TO GcBatchId
       WRITE GradeRecord
       SORT SortFile
           ON ASCENDING KEY SortShortName SortTermSeq SortSemester SortWNum
           INPUT PROCEDURE IS SweepMaster
           OUTPUT PROCEDURE IS WriteMissingReport
       *> a roster line nothing on the master claimed names a student who
       *> isn't enrolled in that course that term
       MOVE 1 TO RosterIdx
       PERFORM RejectOneUnmatched UNTIL RosterIdx GREATER RosterCount
       MOVE SPACES TO GradeRecord
       MOVE "*TRAILER" TO GtTag
       MOVE BatchRecordCount TO GtRecordCount
       MOVE BatchCreditHours TO GtCreditHours
       MOVE BatchStudentCount TO GtStudentCount
       WRITE GradeRecord
       CLOSE GradeFile
       MOVE AcceptedCount TO SummaryAccepted
       MOVE RejectedCount TO SummaryRejected
       MOVE RosterCount TO SummaryRoster
       WRITE RejectLine FROM RejectSummary AFTER ADVANCING 1 LINE
       DISPLAY RejectLine *> display in shell
       CLOSE RejectFile
       MOVE "P2ROST" TO RlProgram
       MOVE GradeBatchId TO RlBatchId
       MOVE RosterCount TO RlInCount
       MOVE AcceptedCount TO RlOutCount
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
       MOVE TmEnd TO TT-End(TermCount)
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ.


CountTodaysIntakes.
       *> the run log remembers every intake - each one stamped today
       *> has used up a batch ID
       MOVE 0 TO IntakesToday
       MOVE 'N' TO RunLogEOF
       OPEN INPUT RunLogFile
       PERFORM ScanRunLogForIntake UNTIL RunLogEOF EQUAL 'Y'
       CLOSE RunLogFile
       MOVE SPACE TO RlRunMode. *> the scan read stamps through this record


ScanRunLogForIntake.
       READ RunLogFile INTO RunLogRecord
           AT END MOVE 'Y' TO RunLogEOF
           NOT AT END
               IF RlProgram EQUAL "P2ROST" AND RlDate EQUAL RunDate THEN
                   ADD 1 TO IntakesToday
               END-IF
       END-READ.


LoadOneRoster.
       *> a grade off the scale, or a second line for an enrollment the
       *> roster already graded, is refused on the way in
       IF RosterCount GREATER OR EQUAL 3000 THEN
           DISPLAY "ABEND: ROSTER TABLE FULL AT " RosShortName " " RosWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO RosterCount
       MOVE RosShortName TO RT-ShortName(RosterCount)
       MOVE RosSemester TO RT-Semester(RosterCount)
       MOVE RosWNum TO RT-WNum(RosterCount)
       MOVE RosGrade TO RT-Grade(RosterCount)
       MOVE SPACE TO RT-Status(RosterCount)
       IF NOT RosScaleGrade THEN
           MOVE 'B' TO RT-Status(RosterCount)
           MOVE RosterCount TO RosterIdx
           MOVE "GRADE NOT ON THE GRADING SCALE" TO RD-Reason
           PERFORM WriteReject
       ELSE
           MOVE 0 TO RosterFoundIdx
           MOVE 1 TO RosterIdx
           PERFORM ScanRosterDuplicate UNTIL RosterIdx NOT LESS RosterCount
           IF RosterFoundIdx GREATER 0 THEN
               MOVE 'D' TO RT-Status(RosterCount)
               MOVE RosterCount TO RosterIdx
               MOVE "DUPLICATE LINE ON ROSTER" TO RD-Reason
               PERFORM WriteReject
           END-IF
       END-IF
       READ RosterFile
           AT END MOVE 'Y' TO RosterEOF
       END-READ.


ScanRosterDuplicate.
       IF RT-WNum(RosterIdx) EQUAL RosWNum AND
               RT-ShortName(RosterIdx) EQUAL RosShortName AND
               RT-Semester(RosterIdx) EQUAL RosSemester AND
               RT-Status(RosterIdx) EQUAL SPACE THEN
           MOVE RosterIdx TO RosterFoundIdx
       END-IF
       ADD 1 TO RosterIdx.


SweepMaster.
       OPEN INPUT MasterFile
       PERFORM StartMasterScan
       PERFORM ScanOneRecord UNTIL MstEOF EQUAL 'Y' *> loop
       IF StudentOpen EQUAL 'Y' THEN
           PERFORM CloseOutStudent
       END-IF
       CLOSE MasterFile.


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
       PERFORM HoldOneRecord
       IF VTransactionTag THEN
           PERFORM HoldOneTransaction
       ELSE IF VTransferTag OR VReinstateTag THEN
           CONTINUE *> no enrollment to grade
       ELSE IF VWNum EQUAL SPACES OR VSemester EQUAL SPACES
               OR VShortName EQUAL SPACES THEN
           CONTINUE *> nothing a roster line could name
       ELSE
           PERFORM HoldOneEnrollment
       END-IF
       END-IF
       END-IF
       PERFORM ReadOneMasterRecord.


OpenNewStudent.
       MOVE MstWNum TO CurrentWNum
       MOVE 'Y' TO StudentOpen
       MOVE 0 TO StudentRecordCount
       MOVE 0 TO EnrollCount
       MOVE 0 TO PendingTxnCount
       MOVE 0 TO TouchedCount.


HoldOneRecord.
       IF StudentRecordCount GREATER OR EQUAL 300 THEN
           DISPLAY "ABEND: STUDENT RECORD TABLE FULL AT WNUM " CurrentWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO StudentRecordCount
       MOVE VRecord TO SR-Data(StudentRecordCount).


HoldOneEnrollment.
       IF EnrollCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: ENROLLMENT TABLE FULL AT WNUM " CurrentWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO EnrollCount
       MOVE VFullName TO SE-FullName(EnrollCount)
       MOVE VSemester TO SE-Semester(EnrollCount)
       MOVE VShortName TO SE-ShortName(EnrollCount)
       MOVE VGrade TO SE-Grade(EnrollCount)
       MOVE StudentRecordCount TO SE-RecIdx(EnrollCount).


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
       *> enrollment meets its roster line; a term a grade posted into
       *> is restated whole onto the grade batch
       MOVE 'N' TO StudentOpen
       MOVE 1 TO TxnIdx
       PERFORM ApplyOneTransaction UNTIL TxnIdx GREATER PendingTxnCount
       MOVE 1 TO EnrIdx
       PERFORM MatchOneEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF TouchedCount GREATER 0 THEN
           ADD 1 TO BatchStudentCount
           MOVE 1 TO SrIdx
           PERFORM RestateOneRecord UNTIL SrIdx GREATER StudentRecordCount
       END-IF.


ApplyOneTransaction.
       *> the amendment lands on the latest enrollment of its course in
       *> its semester - all that matters here is whether a grade results
       MOVE 0 TO EnrollFoundIdx
       MOVE 1 TO EnrIdx
       PERFORM ScanTxnEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF EnrollFoundIdx GREATER 0 THEN
           IF PT-Type(TxnIdx) EQUAL 'W' THEN
               MOVE 'W ' TO SE-Grade(EnrollFoundIdx)
           ELSE IF PT-Type(TxnIdx) EQUAL 'G' AND
                   PT-NewGrade(TxnIdx) NOT EQUAL SPACES THEN
               MOVE PT-NewGrade(TxnIdx) TO SE-Grade(EnrollFoundIdx)
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


MatchOneEnrollment.
       MOVE 0 TO RosterFoundIdx
       MOVE 1 TO RosterIdx
       PERFORM ScanRosterEnrollment
           UNTIL RosterIdx GREATER RosterCount OR RosterFoundIdx GREATER 0
       IF RosterFoundIdx GREATER 0 THEN
           MOVE RosterFoundIdx TO RosterIdx
           IF SE-Grade(EnrIdx) EQUAL SPACES THEN
               PERFORM PostRosterGrade
           ELSE
               *> graded already, by the dump or an amendment - a change
               *> now is a registrar *TXN, not a roster line
               MOVE 'G' TO RT-Status(RosterIdx)
               MOVE "ALREADY GRADED - FILE A *TXN" TO RD-Reason
               PERFORM WriteReject
           END-IF
       END-IF
       IF SE-Grade(EnrIdx) EQUAL SPACES THEN
           PERFORM CheckGradeDeadline
       END-IF
       ADD 1 TO EnrIdx.


ScanRosterEnrollment.
       IF RT-Status(RosterIdx) EQUAL SPACE AND
               RT-WNum(RosterIdx) EQUAL CurrentWNum AND
               RT-ShortName(RosterIdx) EQUAL SE-ShortName(EnrIdx) AND
               RT-Semester(RosterIdx) EQUAL SE-Semester(EnrIdx) THEN
           MOVE RosterIdx TO RosterFoundIdx
       END-IF
       ADD 1 TO RosterIdx.


PostRosterGrade.
       *> the grade goes onto the filed record itself, so the restated
       *> term is the master's own copy with only the grade filled in
       MOVE 'A' TO RT-Status(RosterIdx)
       ADD 1 TO AcceptedCount
       MOVE RT-Grade(RosterIdx) TO SE-Grade(EnrIdx)
       MOVE SR-Data(SE-RecIdx(EnrIdx)) TO VRecord
       MOVE RT-Grade(RosterIdx) TO VGrade
       MOVE VRecord TO SR-Data(SE-RecIdx(EnrIdx))
       MOVE 0 TO TouchedFoundIdx
       MOVE 1 TO TouchedIdx
       PERFORM ScanTouchedTerm UNTIL TouchedIdx GREATER TouchedCount
       IF TouchedFoundIdx EQUAL 0 THEN
           IF TouchedCount GREATER OR EQUAL 20 THEN
               DISPLAY "ABEND: TOUCHED-TERM TABLE FULL AT WNUM " CurrentWNum
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TouchedCount
           MOVE SE-Semester(EnrIdx) TO TC-Semester(TouchedCount)
       END-IF.


ScanTouchedTerm.
       IF TC-Semester(TouchedIdx) EQUAL SE-Semester(EnrIdx) THEN
           MOVE TouchedIdx TO TouchedFoundIdx
       END-IF
       ADD 1 TO TouchedIdx.


CheckGradeDeadline.
       *> grades are due by the end of the term; an enrollment still
       *> ungraded once its TmEnd is behind today is missing. a term the
       *> table doesn't know never posted, so it isn't chased here
       MOVE SE-Semester(EnrIdx) TO TermLookupText
       PERFORM LookupTermSeq
       IF TermFoundIdx GREATER 0 THEN
           IF TT-End(TermFoundIdx) LESS RunDate THEN
               MOVE SE-ShortName(EnrIdx) TO SortShortName
               MOVE TermLookupSeq TO SortTermSeq
               MOVE SE-Semester(EnrIdx) TO SortSemester
               MOVE CurrentWNum TO SortWNum
               MOVE SE-FullName(EnrIdx) TO SortName
               MOVE TT-End(TermFoundIdx) TO SortDeadline
               RELEASE SortRecord
               ADD 1 TO MissingCount
           ELSE
               ADD 1 TO PendingCount
           END-IF
       END-IF.


RestateOneRecord.
       *> every record filed under a touched term goes out as filed - the
       *> amendments too, since the merge drops them with the term. only
       *> course records count toward the trailer, as P2 tallies them
       MOVE SR-Data(SrIdx) TO VRecord
       MOVE 0 TO TouchedFoundIdx
       IF NOT (VTransferTag OR VReinstateTag) AND VSemester NOT EQUAL SPACES THEN
           MOVE 1 TO TouchedIdx
           PERFORM ScanTouchedRecord UNTIL TouchedIdx GREATER TouchedCount
       END-IF
       IF TouchedFoundIdx GREATER 0 THEN
           WRITE GradeRecord FROM VRecord
           IF NOT VTransactionTag THEN
               ADD 1 TO BatchRecordCount
               IF VCredits NUMERIC THEN
                   ADD VCredits TO BatchCreditHours
               END-IF
           END-IF
       END-IF
       ADD 1 TO SrIdx.


ScanTouchedRecord.
       IF TC-Semester(TouchedIdx) EQUAL VSemester THEN
           MOVE TouchedIdx TO TouchedFoundIdx
       END-IF
       ADD 1 TO TouchedIdx.


LookupTermSeq.
       *> chronological sequence of whatever semester text is in
       *> TermLookupText - 0 when blank or not in the table
       MOVE 0 TO TermLookupSeq
       MOVE 0 TO TermFoundIdx
       IF TermLookupText NOT EQUAL SPACES THEN
           MOVE 1 TO TermIdx
           PERFORM ScanTermLookup UNTIL TermIdx GREATER TermCount
       END-IF.


ScanTermLookup.
       IF TT-Semester(TermIdx) EQUAL TermLookupText THEN
           MOVE TT-Seq(TermIdx) TO TermLookupSeq
           MOVE TermIdx TO TermFoundIdx
       END-IF
       ADD 1 TO TermIdx.


RejectOneUnmatched.
       IF RT-Status(RosterIdx) EQUAL SPACE THEN
           MOVE 'N' TO RT-Status(RosterIdx)
           MOVE "NOT ENROLLED IN COURSE/TERM" TO RD-Reason
           PERFORM WriteReject
       END-IF
       ADD 1 TO RosterIdx.


WriteReject.
       *> the roster line at RosterIdx, with RD-Reason already set
       ADD 1 TO RejectedCount
       IF RejectLineCount GREATER OR EQUAL PageBreakThreshold THEN
           ADD 1 TO RejectPageNum
           PERFORM WriteRejectHeader
       END-IF
       MOVE RT-WNum(RosterIdx) TO RD-WNum
       MOVE RT-ShortName(RosterIdx) TO RD-ShortName
       MOVE RT-Semester(RosterIdx) TO RD-Semester
       MOVE RT-Grade(RosterIdx) TO RD-Grade
       WRITE RejectLine FROM RejectDetail
       DISPLAY RejectLine *> display in shell
       ADD 1 TO RejectLineCount.


WriteRejectHeader.
       *> same centered masthead and page numbering the transcripts use
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE RejectLine FROM TempLine1
       DISPLAY RejectLine *> display in shell
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE RejectLine FROM TempLine1
       DISPLAY RejectLine *> display in shell
       MOVE SPACES TO TempLine1
       MOVE "GRADE ROSTER LINES REFUSED" TO TempLine1
       WRITE RejectLine FROM TempLine1
       DISPLAY RejectLine *> display in shell
       MOVE "ROSTER INTAKE RUN OF" TO AsOfTitle
       MOVE RunDate TO AsOfDate
       WRITE RejectLine FROM AsOfLine
       DISPLAY RejectLine *> display in shell
       MOVE RejectPageNum TO PagePrint
       WRITE RejectLine FROM PageLine
       DISPLAY RejectLine *> display in shell
       WRITE RejectLine FROM RejectColumns
       DISPLAY RejectLine *> display in shell
       MOVE 0 TO RejectLineCount.


WriteMissingReport.
       OPEN OUTPUT MissingFile
       PERFORM WriteMissingHeader
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN
       PERFORM WriteOneMissing UNTIL SortEOF EQUAL 'Y' *> loop
       IF GroupCount GREATER 0 THEN
           PERFORM CloseMissingGroup
       END-IF
       MOVE MissingCount TO SummaryMissing
       MOVE MissingCourseCount TO SummaryCourses
       MOVE PendingCount TO SummaryPending
       WRITE MissingLine FROM MissingSummary AFTER ADVANCING 1 LINE
       DISPLAY MissingLine *> display in shell
       CLOSE MissingFile.


WriteOneMissing.
       *> control break on course and term - each gets its own heading
       *> and a count the dean's office can hand the instructor
       IF SortShortName NOT EQUAL GroupShortName OR
               SortSemester NOT EQUAL GroupSemester THEN
           IF GroupCount GREATER 0 THEN
               PERFORM CloseMissingGroup
           END-IF
           IF MissingLineCount GREATER OR EQUAL PageBreakThreshold THEN
               ADD 1 TO MissingPageNum
               PERFORM WriteMissingHeader
           END-IF
           MOVE SortShortName TO GroupShortName
           MOVE SortSemester TO GroupSemester
           ADD 1 TO MissingCourseCount
           MOVE SortShortName TO MC-ShortName
           MOVE SortSemester TO MC-Semester
           MOVE SortDeadline TO MC-Deadline
           MOVE SPACES TO TempLine1
           WRITE MissingLine FROM TempLine1
           WRITE MissingLine FROM MissingCourseLine
           DISPLAY MissingLine *> display in shell
           ADD 2 TO MissingLineCount
       END-IF
       IF MissingLineCount GREATER OR EQUAL PageBreakThreshold THEN
           ADD 1 TO MissingPageNum
           PERFORM WriteMissingHeader
       END-IF
       MOVE SortWNum TO MD-WNum
       MOVE SortName TO MD-Name
       WRITE MissingLine FROM MissingDetail
       DISPLAY MissingLine *> display in shell
       ADD 1 TO MissingLineCount
       ADD 1 TO GroupCount
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN.


CloseMissingGroup.
       MOVE GroupCount TO MG-Count
       WRITE MissingLine FROM MissingGroupTotal
       DISPLAY MissingLine *> display in shell
       ADD 1 TO MissingLineCount
       MOVE 0 TO GroupCount.


WriteMissingHeader.
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE MissingLine FROM TempLine1
       DISPLAY MissingLine *> display in shell
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE MissingLine FROM TempLine1
       DISPLAY MissingLine *> display in shell
       MOVE SPACES TO TempLine1
       MOVE "ENROLLED STUDENTS WITH NO GRADE POSTED" TO TempLine1
       WRITE MissingLine FROM TempLine1
       DISPLAY MissingLine *> display in shell
       MOVE "GRADE DEADLINES PASSED AS OF" TO AsOfTitle
       MOVE RunDate TO AsOfDate
       WRITE MissingLine FROM AsOfLine
       DISPLAY MissingLine *> display in shell
       MOVE MissingPageNum TO PagePrint
       WRITE MissingLine FROM PageLine
       DISPLAY MissingLine *> display in shell
       MOVE 0 TO MissingLineCount.


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
