       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Cens.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 29th 2026

*> term census for institutional research: one key-order sweep of
*> P2Master.dat rebuilds each student's career, *TXN amendments applied,
*> and measures it against the census term - the term named on the
*> control card (P2CensCtl.dat), or the latest term in P2Terms.dat when
*> there is no card. a student is in the headcount when the census term
*> carries billable hours, counted the way P2 bills them for P2BillX.dat
*> (every enrollment but an audit; a retroactive withdrawal or a regrade
*> to AU takes the hours back off). FullTimeHours or more is full-time,
*> and FTE is the term's student credit hours over FteHours. each student
*> is NEW (no earlier term on the master), CONTINUING (enrolled in the
*> term just before the census term) or RETURNING (earlier work, but a
*> gap before the census term). the printed report goes to P2Cens.dat
*> and the fixed-format state file to P2CensSt.dat. neither carries the
*> run date, so the same master, terms and catalog always produce the
*> same two files - a census can be frozen. records P2's ValidateRecord
*> would refuse are skipped here too

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MasterFile ASSIGN TO "P2Master.dat"
           ORGANIZATION IS INDEXED *> the career master, keyed WNum + load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL TermFile ASSIGN TO "P2Terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table - census term and the one before it
       SELECT OPTIONAL ControlFile ASSIGN TO "P2CensCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> census term, when not the latest
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog, same validation P2 applies
       SELECT ReportFile ASSIGN TO "P2Cens.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> printed census report
       SELECT StateFile ASSIGN TO "P2CensSt.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> fixed-format census for the state reporting system
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

FD ControlFile.
01 ControlRecord. *> the term to take the census of
       02 CcSemester PIC X(12).

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

FD ReportFile.
01 ReportLine PIC X(75).

FD StateFile.
01 StateLine PIC X(96). *> one census record - header, student or totals

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
*> census standards - one place to set each
01 FullTimeHours PIC 99 VALUE 12. *> billable hours that make a student full-time
01 FteHours PIC 99 VALUE 15. *> student credit hours in one full-time equivalent
01 StateInstitution PIC X(6) VALUE "SLU". *> institution code the state file carries
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
01 RecordTermSeq PIC 9(4) VALUE 0. *> chronological sequence of the record's own term
*> enrollments and amendments for the student in hand
01 CurrentWNum PIC X(8) VALUE SPACES.
01 StudentOpen PIC A VALUE 'N'.
01 StudentEnrollments.
       02 EnrollEntry OCCURS 200 TIMES INDEXED BY EnrIdx.
           03 SE-Semester PIC X(12).
           03 SE-TermSeq PIC 9(4).
           03 SE-ShortName PIC X(10).
           03 SE-Category PIC X.
           03 SE-Grade PIC X(2).
           03 SE-Credits PIC 9.
           03 SE-BillHours PIC 9. *> hours the bursar bills - an audit carries none
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
*> the student's census-term measures
01 StudentHours PIC 9(3) VALUE 0. *> billable hours in the census term
01 StudentCore PIC 9(3) VALUE 0.
01 StudentMajor PIC 9(3) VALUE 0.
01 StudentElective PIC 9(3) VALUE 0.
01 EarlierTerm PIC A VALUE 'N'. *> 'Y' = enrolled in some term before the census term
01 PriorTerm PIC A VALUE 'N'. *> 'Y' = enrolled in the term just before it
01 StudentLoad PIC X VALUE SPACE. *> 'F' full-time, 'P' part-time
01 StudentStatus PIC X VALUE SPACE. *> 'N' new, 'C' continuing, 'R' returning
01 StatusRow PIC 9 VALUE 0.
*> term table
01 Terms.
       02 TermEntry OCCURS 200 TIMES INDEXED BY TermIdx.
           03 TT-Semester PIC X(12).
           03 TT-Seq PIC 9(4).
01 TermCount PIC 9(3) VALUE 0.
01 TermLookupText PIC X(12) VALUE SPACES. *> semester LookupTermSeq is resolving
01 TermLookupSeq PIC 9(4) VALUE 0. *> its chronological sequence - 0 when blank or not in the table
01 CensusSemester PIC X(12) VALUE SPACES.
01 CensusSeq PIC 9(4) VALUE 0.
01 PriorSeq PIC 9(4) VALUE 0. *> the term before the census term, 0 when there is none
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
*> census totals - one row per student status, then the whole term
01 CensusRows.
       02 CensusRow OCCURS 3 TIMES.
           03 CR-Headcount PIC 9(6).
           03 CR-FullTime PIC 9(6).
           03 CR-PartTime PIC 9(6).
           03 CR-Hours PIC 9(7).
01 RowIdx PIC 9 VALUE 0.
01 TotalHeadcount PIC 9(6) VALUE 0.
01 TotalFullTime PIC 9(6) VALUE 0.
01 TotalPartTime PIC 9(6) VALUE 0.
01 TotalHours PIC 9(7) VALUE 0.
01 TotalCore PIC 9(7) VALUE 0.
01 TotalMajor PIC 9(7) VALUE 0.
01 TotalElective PIC 9(7) VALUE 0.
01 TotalFte PIC 9(5)V99 VALUE 0.
01 RowFte PIC 9(5)V99 VALUE 0.
*> P2CensSt.dat layout - what the state reporting system loads
01 StateRecord PIC X(96).
01 StateHeader REDEFINES StateRecord.
       02 SH-Type PIC X. *> 'H'
       02 FILLER PIC X(1).
       02 SH-Institution PIC X(6).
       02 FILLER PIC X(1).
       02 SH-Semester PIC X(12).
       02 FILLER PIC X(1).
       02 SH-FullTimeHours PIC 99.
       02 FILLER PIC X(1).
       02 SH-FteHours PIC 99.
       02 FILLER PIC X(69).
01 StateStudent REDEFINES StateRecord.
       02 SS-Type PIC X. *> 'S'
       02 FILLER PIC X(1).
       02 SS-WNum PIC X(8).
       02 FILLER PIC X(1).
       02 SS-Semester PIC X(12).
       02 FILLER PIC X(1).
       02 SS-Hours PIC 9(3).
       02 FILLER PIC X(1).
       02 SS-Load PIC X. *> 'F' full-time, 'P' part-time
       02 FILLER PIC X(1).
       02 SS-Status PIC X. *> 'N' new, 'C' continuing, 'R' returning
       02 FILLER PIC X(1).
       02 SS-Core PIC 9(3).
       02 FILLER PIC X(1).
       02 SS-Major PIC 9(3).
       02 FILLER PIC X(1).
       02 SS-Elective PIC 9(3).
       02 FILLER PIC X(53).
01 StateTotals REDEFINES StateRecord.
       02 ST-Type PIC X. *> 'T'
       02 FILLER PIC X(1).
       02 ST-Semester PIC X(12).
       02 FILLER PIC X(1).
       02 ST-Headcount PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-FullTime PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-PartTime PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-New PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-Continuing PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-Returning PIC 9(6).
       02 FILLER PIC X(1).
       02 ST-Hours PIC 9(7).
       02 FILLER PIC X(1).
       02 ST-Core PIC 9(7).
       02 FILLER PIC X(1).
       02 ST-Major PIC 9(7).
       02 FILLER PIC X(1).
       02 ST-Elective PIC 9(7).
       02 FILLER PIC X(1).
       02 ST-Fte PIC 9(5)V99. *> two implied decimals
*> run tallies
01 MasterReadCount PIC 9(6) VALUE 0.
*> report lines
01 CensusTermLine.
       02 FILLER PIC X(13) VALUE "CENSUS TERM: ".
       02 CT-Semester PIC X(12).
       02 FILLER PIC X(50) VALUE SPACE.
01 StatusColumns.
       02 FILLER PIC X(16) VALUE "STUDENT STATUS".
       02 FILLER PIC X(11) VALUE "HEADCOUNT".
       02 FILLER PIC X(11) VALUE "FULL-TIME".
       02 FILLER PIC X(11) VALUE "PART-TIME".
       02 FILLER PIC X(12) VALUE "CREDIT HRS".
       02 FILLER PIC X(14) VALUE "FTE".
01 StatusDetail.
       02 SD-Label PIC X(12).
       02 FILLER PIC X(4) VALUE SPACE.
       02 SD-Headcount PIC Z(5)9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 SD-FullTime PIC Z(5)9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 SD-PartTime PIC Z(5)9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 SD-Hours PIC Z(6)9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 SD-Fte PIC Z(4)9.99.
       02 FILLER PIC X(8) VALUE SPACE.
01 CategoryDetail.
       02 CD-Label PIC X(30).
       02 CD-Hours PIC Z(6)9.
       02 FILLER PIC X(38) VALUE SPACE.
01 BasisLine.
       02 FILLER PIC X(13) VALUE "FULL-TIME IS ".
       02 BL-FullTime PIC Z9.
       02 FILLER PIC X(33) VALUE " OR MORE BILLABLE HOURS - FTE IS ".
       02 FILLER PIC X(15) VALUE "CREDIT HOURS / ".
       02 BL-Fte PIC Z9.
       02 FILLER PIC X(10) VALUE SPACE.
01 ReportSummary.
       02 FILLER PIC X(21) VALUE "MASTER RECORDS READ: ".
       02 SummaryRead PIC Z(5)9.
       02 FILLER PIC X(20) VALUE "  STUDENTS COUNTED: ".
       02 SummaryCounted PIC Z(5)9.
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
*> the term table and the catalog come in-core and the census term is
*> settled - without terms there is no census term to pick - then one
*> key-order sweep of the master, and the totals print at the end
OPEN INPUT TermFile.
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ
       PERFORM LoadOneTerm UNTIL TermEOF EQUAL 'Y' *> loop
       CLOSE TermFile
       IF TermCount EQUAL 0 THEN
           DISPLAY "ABEND: NO TERM TABLE ON FILE - NO CENSUS TERM TO PICK"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CatalogFile
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y' *> loop
       CLOSE CatalogFile
       PERFORM PickCensusTerm
       MOVE 1 TO RowIdx
       PERFORM ClearOneRow UNTIL RowIdx GREATER 3
       OPEN OUTPUT ReportFile, StateFile
       PERFORM WriteReportHeader
       MOVE SPACES TO StateRecord
       MOVE 'H' TO SH-Type
       MOVE StateInstitution TO SH-Institution
       MOVE CensusSemester TO SH-Semester
       MOVE FullTimeHours TO SH-FullTimeHours
       MOVE FteHours TO SH-FteHours
       WRITE StateLine FROM StateRecord
       DISPLAY StateLine *> display in shell
       OPEN INPUT MasterFile
       PERFORM StartMasterScan
       PERFORM ScanOneRecord UNTIL MstEOF EQUAL 'Y' *> loop
       IF StudentOpen EQUAL 'Y' THEN
           PERFORM CloseOutStudent
       END-IF
       CLOSE MasterFile
       COMPUTE TotalFte ROUNDED = TotalHours / FteHours
       PERFORM WriteCensusTotals
       MOVE SPACES TO StateRecord
       MOVE 'T' TO ST-Type
       MOVE CensusSemester TO ST-Semester
       MOVE TotalHeadcount TO ST-Headcount
       MOVE TotalFullTime TO ST-FullTime
       MOVE TotalPartTime TO ST-PartTime
       MOVE CR-Headcount(1) TO ST-New
       MOVE CR-Headcount(2) TO ST-Continuing
       MOVE CR-Headcount(3) TO ST-Returning
       MOVE TotalHours TO ST-Hours
       MOVE TotalCore TO ST-Core
       MOVE TotalMajor TO ST-Major
       MOVE TotalElective TO ST-Elective
       MOVE TotalFte TO ST-Fte
       WRITE StateLine FROM StateRecord
       DISPLAY StateLine *> display in shell
       MOVE MasterReadCount TO SummaryRead
       MOVE TotalHeadcount TO SummaryCounted
       WRITE ReportLine FROM ReportSummary AFTER ADVANCING 1 LINE
       DISPLAY ReportLine *> display in shell
       CLOSE ReportFile, StateFile
       MOVE "P2CENS" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE MasterReadCount TO RlInCount
       MOVE TotalHeadcount TO RlOutCount
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


PickCensusTerm.
       *> the card's term when there is one, otherwise the latest term in
       *> the table - never today's date, so a rerun counts the same term.
       *> the term before it decides continuing against returning
       MOVE SPACES TO CcSemester
       OPEN INPUT ControlFile
       READ ControlFile
           AT END MOVE SPACES TO CcSemester
       END-READ
       CLOSE ControlFile
       IF CcSemester NOT EQUAL SPACES THEN
           MOVE CcSemester TO TermLookupText
           PERFORM LookupTermSeq
           IF TermLookupSeq EQUAL 0 THEN
               DISPLAY "ABEND: CENSUS TERM " CcSemester " NOT IN P2TERMS.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CcSemester TO CensusSemester
           MOVE TermLookupSeq TO CensusSeq
       ELSE
           MOVE 0 TO CensusSeq
           MOVE 1 TO TermIdx
           PERFORM ScanLatestTerm UNTIL TermIdx GREATER TermCount
       END-IF
       MOVE 0 TO PriorSeq
       MOVE 1 TO TermIdx
       PERFORM ScanPriorTerm UNTIL TermIdx GREATER TermCount.


ScanLatestTerm.
       IF TT-Seq(TermIdx) GREATER CensusSeq THEN
           MOVE TT-Seq(TermIdx) TO CensusSeq
           MOVE TT-Semester(TermIdx) TO CensusSemester
       END-IF
       ADD 1 TO TermIdx.


ScanPriorTerm.
       IF TT-Seq(TermIdx) LESS CensusSeq AND
               TT-Seq(TermIdx) GREATER PriorSeq THEN
           MOVE TT-Seq(TermIdx) TO PriorSeq
       END-IF
       ADD 1 TO TermIdx.


ClearOneRow.
       MOVE 0 TO CR-Headcount(RowIdx)
       MOVE 0 TO CR-FullTime(RowIdx)
       MOVE 0 TO CR-PartTime(RowIdx)
       MOVE 0 TO CR-Hours(RowIdx)
       ADD 1 TO RowIdx.


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
       ELSE IF VTransferTag OR VReinstateTag THEN
           CONTINUE *> transfer work and reinstatements carry no enrollment
       ELSE
           PERFORM ValidateCareerRecord
           IF RecordValid EQUAL 'Y' THEN
               PERFORM HoldOneEnrollment
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
       MOVE VSemester TO SE-Semester(EnrollCount)
       MOVE RecordTermSeq TO SE-TermSeq(EnrollCount)
       MOVE VShortName TO SE-ShortName(EnrollCount)
       MOVE VReqCategory TO SE-Category(EnrollCount)
       MOVE VGrade TO SE-Grade(EnrollCount)
       MOVE VCredits TO SE-Credits(EnrollCount)
       *> the bursar bills every enrollment except an audit
       IF VGrade EQUAL 'AU' THEN
           MOVE 0 TO SE-BillHours(EnrollCount)
       ELSE
           MOVE VCredits TO SE-BillHours(EnrollCount)
       END-IF.


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
       *> amendments first, in the order they were filed, then the census
       *> term's hours and the terms before it
       MOVE 'N' TO StudentOpen
       MOVE 1 TO TxnIdx
       PERFORM ApplyOneTransaction UNTIL TxnIdx GREATER PendingTxnCount
       MOVE 0 TO StudentHours
       MOVE 0 TO StudentCore
       MOVE 0 TO StudentMajor
       MOVE 0 TO StudentElective
       MOVE 'N' TO EarlierTerm
       MOVE 'N' TO PriorTerm
       MOVE 1 TO EnrIdx
       PERFORM MeasureOneEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF StudentHours GREATER 0 THEN
           PERFORM CountStudent
       END-IF.


ApplyOneTransaction.
       *> the amendment lands on the latest enrollment of its course in
       *> its semester, and moves the billing the way P2's ApplyTransaction
       *> moves BillSemesterHours
       MOVE 0 TO EnrollFoundIdx
       MOVE 1 TO EnrIdx
       PERFORM ScanTxnEnrollment UNTIL EnrIdx GREATER EnrollCount
       IF EnrollFoundIdx GREATER 0 THEN
           IF PT-Type(TxnIdx) EQUAL 'W' THEN
               *> retroactive withdrawal - the bursar stops billing it
               MOVE 'W ' TO SE-Grade(EnrollFoundIdx)
               MOVE 0 TO SE-BillHours(EnrollFoundIdx)
           ELSE IF PT-Type(TxnIdx) EQUAL 'C' THEN
               MOVE PT-NewCredits(TxnIdx) TO SE-Credits(EnrollFoundIdx)
               MOVE PT-NewCredits(TxnIdx) TO SE-BillHours(EnrollFoundIdx)
           ELSE IF PT-NewGrade(TxnIdx) NOT EQUAL SPACES THEN
               MOVE PT-NewGrade(TxnIdx) TO SE-Grade(EnrollFoundIdx)
               IF PT-NewGrade(TxnIdx) EQUAL 'AU' THEN
                   MOVE 0 TO SE-BillHours(EnrollFoundIdx)
               ELSE IF PT-NewCredits(TxnIdx) GREATER 0 THEN
                   MOVE PT-NewCredits(TxnIdx) TO SE-Credits(EnrollFoundIdx)
                   MOVE PT-NewCredits(TxnIdx) TO SE-BillHours(EnrollFoundIdx)
               END-IF
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


MeasureOneEnrollment.
       IF SE-TermSeq(EnrIdx) EQUAL CensusSeq THEN
           ADD SE-BillHours(EnrIdx) TO StudentHours
           IF SE-Category(EnrIdx) EQUAL 'C' THEN
               ADD SE-BillHours(EnrIdx) TO StudentCore
           ELSE IF SE-Category(EnrIdx) EQUAL 'M' THEN
               ADD SE-BillHours(EnrIdx) TO StudentMajor
           ELSE
               ADD SE-BillHours(EnrIdx) TO StudentElective
           END-IF
           END-IF
       ELSE IF SE-TermSeq(EnrIdx) LESS CensusSeq THEN
           MOVE 'Y' TO EarlierTerm
           IF SE-TermSeq(EnrIdx) EQUAL PriorSeq THEN
               MOVE 'Y' TO PriorTerm
           END-IF
       END-IF
       END-IF
       ADD 1 TO EnrIdx.


CountStudent.
       *> load and status for a student in the census term - one state
       *> record, and the student's hours onto its status row
       IF StudentHours GREATER OR EQUAL FullTimeHours THEN
           MOVE 'F' TO StudentLoad
       ELSE
           MOVE 'P' TO StudentLoad
       END-IF
       IF EarlierTerm EQUAL 'N' THEN
           MOVE 'N' TO StudentStatus
           MOVE 1 TO StatusRow
       ELSE IF PriorTerm EQUAL 'Y' THEN
           MOVE 'C' TO StudentStatus
           MOVE 2 TO StatusRow
       ELSE
           MOVE 'R' TO StudentStatus
           MOVE 3 TO StatusRow
       END-IF
       END-IF
       ADD 1 TO CR-Headcount(StatusRow)
       ADD 1 TO TotalHeadcount
       IF StudentLoad EQUAL 'F' THEN
           ADD 1 TO CR-FullTime(StatusRow)
           ADD 1 TO TotalFullTime
       ELSE
           ADD 1 TO CR-PartTime(StatusRow)
           ADD 1 TO TotalPartTime
       END-IF
       ADD StudentHours TO CR-Hours(StatusRow)
       ADD StudentHours TO TotalHours
       ADD StudentCore TO TotalCore
       ADD StudentMajor TO TotalMajor
       ADD StudentElective TO TotalElective
       MOVE SPACES TO StateRecord
       MOVE 'S' TO SS-Type
       MOVE CurrentWNum TO SS-WNum
       MOVE CensusSemester TO SS-Semester
       MOVE StudentHours TO SS-Hours
       MOVE StudentLoad TO SS-Load
       MOVE StudentStatus TO SS-Status
       MOVE StudentCore TO SS-Core
       MOVE StudentMajor TO SS-Major
       MOVE StudentElective TO SS-Elective
       WRITE StateLine FROM StateRecord
       DISPLAY StateLine. *> display in shell


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


WriteCensusTotals.
       *> status rows, the whole term, then credit hours by category
       WRITE ReportLine FROM StatusColumns
       DISPLAY ReportLine *> display in shell
       MOVE "NEW" TO SD-Label
       MOVE 1 TO RowIdx
       PERFORM WriteStatusRow
       MOVE "CONTINUING" TO SD-Label
       MOVE 2 TO RowIdx
       PERFORM WriteStatusRow
       MOVE "RETURNING" TO SD-Label
       MOVE 3 TO RowIdx
       PERFORM WriteStatusRow
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE "TOTAL" TO SD-Label
       MOVE TotalHeadcount TO SD-Headcount
       MOVE TotalFullTime TO SD-FullTime
       MOVE TotalPartTime TO SD-PartTime
       MOVE TotalHours TO SD-Hours
       MOVE TotalFte TO SD-Fte
       WRITE ReportLine FROM StatusDetail
       DISPLAY ReportLine *> display in shell
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE "CREDIT HOURS BY REQUIREMENT CATEGORY" TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE "  CORE" TO CD-Label
       MOVE TotalCore TO CD-Hours
       WRITE ReportLine FROM CategoryDetail
       DISPLAY ReportLine *> display in shell
       MOVE "  MAJOR" TO CD-Label
       MOVE TotalMajor TO CD-Hours
       WRITE ReportLine FROM CategoryDetail
       DISPLAY ReportLine *> display in shell
       MOVE "  ELECTIVE" TO CD-Label
       MOVE TotalElective TO CD-Hours
       WRITE ReportLine FROM CategoryDetail
       DISPLAY ReportLine *> display in shell
       MOVE "  TOTAL" TO CD-Label
       MOVE TotalHours TO CD-Hours
       WRITE ReportLine FROM CategoryDetail
       DISPLAY ReportLine *> display in shell
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE FullTimeHours TO BL-FullTime
       MOVE FteHours TO BL-Fte
       WRITE ReportLine FROM BasisLine
       DISPLAY ReportLine. *> display in shell


WriteStatusRow.
       MOVE CR-Headcount(RowIdx) TO SD-Headcount
       MOVE CR-FullTime(RowIdx) TO SD-FullTime
       MOVE CR-PartTime(RowIdx) TO SD-PartTime
       MOVE CR-Hours(RowIdx) TO SD-Hours
       COMPUTE RowFte ROUNDED = CR-Hours(RowIdx) / FteHours
       MOVE RowFte TO SD-Fte
       WRITE ReportLine FROM StatusDetail
       DISPLAY ReportLine. *> display in shell


WriteReportHeader.
       *> same centered masthead the transcripts use - no run date, so a
       *> frozen census reprints the same
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
       MOVE "TERM CENSUS STATISTICS" TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       MOVE CensusSemester TO CT-Semester
       WRITE ReportLine FROM CensusTermLine
       DISPLAY ReportLine *> display in shell
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
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
