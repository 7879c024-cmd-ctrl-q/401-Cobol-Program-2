       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Lapse.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 11th 2026

*> incomplete-grade lapse: one key-order sweep of P2Master.dat finds
*> every course still graded "I" once the student's *TXN amendments are
*> applied (a completed incomplete arrives as a grade change, a retro
*> withdrawal turns it into a W - either one takes it off the list).
*> an incomplete's completion window closes at the end (P2Terms.dat
*> TmEnd) of the IncompleteTermLimit-th term after the one it was given
*> in; once that date is behind today, the course lapses. each lapse is
*> written to P2Lapse.dat as a 'G' amendment to F carrying the course's
*> hours - the zeroed incomplete has none - ready to be appended to the
*> next P2Raw.dat, where P2Sort files it behind its course. amendments
*> stay out of the trailer tallies, so the batch still balances. the
*> notice report (P2LapsRpt.dat) lists the same students, courses and
*> terms so the registrar can warn instructors before the grade
*> converts. an incomplete whose deadline term is not in the table yet
*> is still open. a record P2's ValidateRecord would refuse (bad fields,
*> an unknown term, a course the catalog disagrees with) never posted,
*> so it never lapses. term dates are YYYY-MM-DD, the run log's own
*> format

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MasterFile ASSIGN TO "P2Master.dat"
           ORGANIZATION IS INDEXED *> the career master, keyed WNum + load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL TermFile ASSIGN TO "P2Terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table - order and TmEnd dates
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog, same validation P2 applies
       SELECT LapseFile ASSIGN TO "P2Lapse.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> 'G' amendments for the next P2Raw.dat
       SELECT NoticeFile ASSIGN TO "P2LapsRpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> lapse-notice report for the registrar
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

FD LapseFile.
01 LapseRecord. *> a registrar amendment transaction, P2In.dat layout
       02 LpsTxnTag PIC X(4).
       02 LpsTxnType PIC X.
       02 FILLER PIC X(13).
       02 LpsTxnWNum PIC X(8).
       02 LpsTxnSemester PIC X(12).
       02 LpsTxnShortName PIC X(10).
       02 FILLER PIC X(29).
       02 LpsTxnNewGrade PIC X(2).
       02 LpsTxnNewCredits PIC 9.

FD NoticeFile.
01 NoticeLine PIC X(75).

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
01 IncompleteTermLimit PIC 9 VALUE 1. *> terms an incomplete stays open after the one it was given in - one place to set it
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
*> enrollments and amendments for the student in hand
01 CurrentWNum PIC X(8) VALUE SPACES.
01 StudentOpen PIC A VALUE 'N'.
01 StudentEnrollments.
       02 EnrollEntry OCCURS 200 TIMES INDEXED BY EnrIdx.
           03 SE-FullName PIC X(18).
           03 SE-Semester PIC X(12).
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
01 RecordTermSeq PIC 9(4) VALUE 0. *> chronological sequence of the record's own term
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
01 StepSeq PIC 9(4) VALUE 0. *> term the deadline walk has reached
01 StepIdx PIC 9(3) VALUE 0. *> its table entry - 0 once the walk runs off the table
01 NextSeq PIC 9(4) VALUE 0.
01 NextIdx PIC 9(3) VALUE 0.
01 DeadlineDate PIC X(10) VALUE SPACES. *> TmEnd of the term the window closes with
01 RunDate PIC X(10) VALUE SPACES. *> today, YYYY-MM-DD
*> run tallies
01 MasterReadCount PIC 9(6) VALUE 0.
01 LapseCount PIC 9(5) VALUE 0.
01 OpenCount PIC 9(5) VALUE 0. *> incompletes still inside their window
01 LineCount PIC 99 VALUE 0.
01 PageBreakThreshold PIC 99 VALUE 40. *> report page length
01 PageNum PIC 99 VALUE 1.
01 PageLine.
       02 PageLit PIC X(6) VALUE "PAGE ".
       02 PagePrint PIC Z9.
       02 FILLER PIC X(67) VALUE SPACE.
01 AsOfLine.
       02 FILLER PIC X(33) VALUE "COMPLETION DEADLINES PASSED AS OF".
       02 FILLER PIC X(1) VALUE SPACE.
       02 AsOfDate PIC X(10).
       02 FILLER PIC X(31) VALUE SPACE.
01 NoticeColumns.
       02 FILLER PIC X(8) VALUE "WNUM".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(18) VALUE "NAME".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(10) VALUE "COURSE".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(12) VALUE "SEMESTER".
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(10) VALUE "DEADLINE".
       02 FILLER PIC X(9) VALUE SPACE.
01 NoticeDetail.
       02 ND-WNum PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ND-Name PIC X(18).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ND-ShortName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ND-Semester PIC X(12).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ND-Deadline PIC X(10).
       02 FILLER PIC X(9) VALUE SPACE.
01 NoticeSummary.
       02 FILLER PIC X(21) VALUE "INCOMPLETES LAPSING: ".
       02 SummaryLapsed PIC Z(4)9.
       02 FILLER PIC X(23) VALUE "  STILL WITHIN WINDOW: ".
       02 SummaryOpen PIC Z(4)9.
       02 FILLER PIC X(21) VALUE SPACE.
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
*> the term table comes in-core - without it no window can be dated, so
*> nothing is allowed to lapse - then one key-order sweep of the master
OPEN INPUT TermFile.
       READ TermFile
           AT END MOVE 'Y' TO TermEOF
       END-READ
       PERFORM LoadOneTerm UNTIL TermEOF EQUAL 'Y' *> loop
       CLOSE TermFile
       IF TermCount EQUAL 0 THEN
           DISPLAY "ABEND: NO TERM TABLE ON FILE - COMPLETION DEADLINES UNKNOWN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
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
       OPEN OUTPUT LapseFile, NoticeFile
       PERFORM WriteNoticeHeader
       OPEN INPUT MasterFile
       PERFORM StartMasterScan
       PERFORM ScanOneRecord UNTIL MstEOF EQUAL 'Y' *> loop
       IF StudentOpen EQUAL 'Y' THEN
           PERFORM CloseOutStudent
       END-IF
       CLOSE MasterFile
       MOVE LapseCount TO SummaryLapsed
       MOVE OpenCount TO SummaryOpen
       WRITE NoticeLine FROM NoticeSummary AFTER ADVANCING 1 LINE
       DISPLAY NoticeLine *> display in shell
       CLOSE LapseFile, NoticeFile
       MOVE "P2LAPSE" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE MasterReadCount TO RlInCount
       MOVE LapseCount TO RlOutCount
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
       ELSE IF VTransferTag OR VReinstateTag THEN
           CONTINUE *> no grade to lapse
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
       *> record P2 refused never posted an incomplete to lapse
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
       MOVE VFullName TO SE-FullName(EnrollCount)
       MOVE VSemester TO SE-Semester(EnrollCount)
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
       *> amendments first, in the order they were filed, then every
       *> enrollment still carrying an I is dated against its window
       MOVE 'N' TO StudentOpen
       MOVE 1 TO TxnIdx
       PERFORM ApplyOneTransaction UNTIL TxnIdx GREATER PendingTxnCount
       MOVE 1 TO EnrIdx
       PERFORM CheckOneEnrollment UNTIL EnrIdx GREATER EnrollCount.


ApplyOneTransaction.
       *> the amendment lands on the latest enrollment of its course in
       *> its semester; a credit correction keeps the hours the lapse
       *> amendment has to carry current
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


CheckOneEnrollment.
       IF SE-Grade(EnrIdx) EQUAL 'I ' THEN
           PERFORM FindLapseDeadline
           IF DeadlineDate NOT EQUAL SPACES AND
                   DeadlineDate LESS RunDate THEN
               PERFORM WriteLapse
           ELSE
               ADD 1 TO OpenCount
           END-IF
       END-IF
       ADD 1 TO EnrIdx.


FindLapseDeadline.
       *> walk IncompleteTermLimit terms forward from the incomplete's own
       *> term; the window closes with the TmEnd of the term reached. a
       *> walk that runs off the end of the table leaves no deadline yet
       MOVE SPACES TO DeadlineDate
       MOVE SE-Semester(EnrIdx) TO TermLookupText
       PERFORM LookupTermSeq
       MOVE TermLookupSeq TO StepSeq
       MOVE TermFoundIdx TO StepIdx
       IF StepIdx GREATER 0 THEN
           PERFORM StepOneTerm IncompleteTermLimit TIMES
       END-IF
       IF StepIdx GREATER 0 THEN
           MOVE TT-End(StepIdx) TO DeadlineDate
       END-IF.


StepOneTerm.
       *> the next term in chronological order - the smallest sequence
       *> above the one in hand
       IF StepIdx GREATER 0 THEN
           MOVE 0 TO NextIdx
           MOVE 9999 TO NextSeq
           MOVE 1 TO TermIdx
           PERFORM ScanNextTerm UNTIL TermIdx GREATER TermCount
           MOVE NextIdx TO StepIdx
           MOVE NextSeq TO StepSeq
       END-IF.


ScanNextTerm.
       IF TT-Seq(TermIdx) GREATER StepSeq AND
               TT-Seq(TermIdx) LESS OR EQUAL NextSeq THEN
           MOVE TT-Seq(TermIdx) TO NextSeq
           MOVE TermIdx TO NextIdx
       END-IF
       ADD 1 TO TermIdx.


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


WriteLapse.
       *> the amendment P2 applies: grade change to F, with the course's
       *> hours restored onto the zeroed incomplete
       MOVE SPACES TO LapseRecord
       MOVE "*TXN" TO LpsTxnTag
       MOVE 'G' TO LpsTxnType
       MOVE CurrentWNum TO LpsTxnWNum
       MOVE SE-Semester(EnrIdx) TO LpsTxnSemester
       MOVE SE-ShortName(EnrIdx) TO LpsTxnShortName
       MOVE 'F ' TO LpsTxnNewGrade
       MOVE SE-Credits(EnrIdx) TO LpsTxnNewCredits
       WRITE LapseRecord
       ADD 1 TO LapseCount
       IF LineCount GREATER OR EQUAL PageBreakThreshold THEN
           ADD 1 TO PageNum
           PERFORM WriteNoticeHeader
       END-IF
       MOVE CurrentWNum TO ND-WNum
       MOVE SE-FullName(EnrIdx) TO ND-Name
       MOVE SE-ShortName(EnrIdx) TO ND-ShortName
       MOVE SE-Semester(EnrIdx) TO ND-Semester
       MOVE DeadlineDate TO ND-Deadline
       WRITE NoticeLine FROM NoticeDetail
       DISPLAY NoticeLine *> display in shell
       ADD 1 TO LineCount.


WriteNoticeHeader.
       *> same centered masthead and page numbering the transcripts use
       COMPUTE SLength = 0
       INSPECT Slu TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING Slu DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE NoticeLine FROM TempLine1
       DISPLAY NoticeLine *> display in shell
       COMPUTE SLength = 0
       INSPECT SluAddress TALLYING SLength FOR CHARACTERS
       COMPUTE Ptr = (75 - SLength) / 2
       MOVE SPACES TO TempLine1
       STRING SluAddress DELIMITED BY SIZE INTO TempLine1 WITH POINTER Ptr
       WRITE NoticeLine FROM TempLine1
       DISPLAY NoticeLine *> display in shell
       MOVE SPACES TO TempLine1
       MOVE "INCOMPLETE GRADES LAPSING TO F" TO TempLine1
       WRITE NoticeLine FROM TempLine1
       DISPLAY NoticeLine *> display in shell
       MOVE RunDate TO AsOfDate
       WRITE NoticeLine FROM AsOfLine
       DISPLAY NoticeLine *> display in shell
       MOVE PageNum TO PagePrint
       WRITE NoticeLine FROM PageLine
       DISPLAY NoticeLine *> display in shell
       WRITE NoticeLine FROM NoticeColumns
       DISPLAY NoticeLine *> display in shell
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
