           ORGANIZATION IS LINE SEQUENTIAL. *> suspension-enforcement report for the registrar
       SELECT BillFile ASSIGN TO "P2BillX.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> per-student/term billable-hours extract for the bursar
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog - official title, hours and category per ShortName
       SELECT XmitFile ASSIGN TO "P2XmitOut.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> outbound electronic transcripts, request mode only
       SELECT OPTIONAL SendLogFile ASSIGN TO "P2SendLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> permanent log of every electronic transcript sent
       SELECT OPTIONAL RankFile ASSIGN TO "P2RankX.dat"
           ORGANIZATION IS INDEXED *> class standing and rank in class, built by P2Rank
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RxWNum.

DATA DIVISION.
FILE SECTION. 
FD CertFile.
01 CertLine PIC X(75). *> one enrollment-certificate line

FD XmitFile.
01 XmitLine PIC X(96). *> one exchange record - layouts under XmitRecord

FD SendLogFile.
01 SendLogLine PIC X(59). *> one electronic transcript sent

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

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
       02 CgFirstTerm PIC X(12). *> first term offered, blank = always has been
       02 FILLER PIC X(1).
       02 CgLastTerm PIC X(12). *> last term offered, blank = still offered

FD RequestFile.
01 RequestRecord. *> one on-demand transcript request
       02 ReqWNum PIC X(8).
       02 FILLER PIC X(1).
       02 ReqKind PIC X. *> blank = transcript, 'C' = enrollment-verification certificate
           88 ReqCertificate VALUE 'C'.
       02 FILLER PIC X(1).
       02 ReqDelivery PIC X. *> blank = printed, 'E' = electronic exchange to ReqRecipient
           88 ReqElectronic VALUE 'E'.
       02 FILLER PIC X(1).
       02 ReqRecipient PIC X(10). *> receiving institution or verification service code

FD MasterFile.
01 MasterRecord. *> one course-history record keyed for direct access
           03 MstSeq PIC 9(6). *> load order, keeps a student's records in input sequence
       02 MstData PIC X(80). *> the record exactly as it appeared in P2In.dat

FD RankFile.
01 RankRecord. *> one student's standing, as P2Rank filed it
       02 RxWNum PIC X(8).
       02 RxClassCode PIC 9.
       02 RxClassName PIC X(9).
       02 RxCumHours PIC 9(3).
       02 RxCGPA PIC 9V99.
       02 RxRank PIC 9(5).
       02 RxClassSize PIC 9(5).
       02 RxPercentile PIC 9(3).
       02 RxStanding PIC X(40). *> "CLASS: JUNIOR, RANK 12 OF 340", ready to print

FD InFile.
01 Student. 
       02 FullName.
01 ReqEOF PIC A VALUE 'N'. *> end of P2Req.dat
01 CurrentReqWNum PIC X(8) VALUE SPACES. *> the student the current request asked for
01 RequestNotFound PIC A VALUE 'N'. *> no master records under the requested WNum
01 RankFound PIC A VALUE 'N'. *> the student has a standing on P2RankX.dat
01 LastCheckpointWNum PIC X(8) VALUE SPACES. *> WNum of the last student completed before this run
01 SkippingToCheckpoint PIC A VALUE 'N'.
       88 SkipToCheckpoint VALUE 'Y'.
       02 FILLER PIC X(2) VALUE SPACE.
       02 DN-Placed PIC X(10).
       02 FILLER PIC X(6) VALUE SPACE.
*> electronic transcript exchange - an official request marked for
*> electronic delivery is held in-core as it prints, amendments and all,
*> and written to P2XmitOut.dat once its transcript closes. a held
*> student's request is denied before any of this starts
01 XmitRequest PIC A VALUE 'N'. *> 'Y' while an electronic request's transcript is being built
01 XmitSender PIC X(10) VALUE "SLU". *> our institution code on the exchange
01 XmitSentDate PIC X(10) VALUE SPACES. *> today, YYYY-MM-DD
01 HeldShortName PIC X(10) VALUE SPACES. *> full ShortName - PrintShort only has room for 8
01 XmitTerms. *> one entry per term summary, in transcript order
       02 XmitTermEntry OCCURS 60 TIMES INDEXED BY XmitTermIdx.
           03 XT-Semester PIC X(12).
           03 XT-SemHours PIC 99.
           03 XT-SGPA PIC 9V99.
           03 XT-CumHours PIC 9(3).
           03 XT-CGPA PIC 9V99.
           03 XT-Standing PIC X(20).
01 XmitTermCount PIC 9(3) VALUE 0.
01 XmitCourses. *> one entry per course line, as amended
       02 XmitCourseEntry OCCURS 200 TIMES INDEXED BY XmitCourseIdx.
           03 XC-Semester PIC X(12).
           03 XC-ShortName PIC X(10).
           03 XC-LongName PIC X(28).
           03 XC-Category PIC X.
           03 XC-Grade PIC X(2).
           03 XC-Hours PIC 9.
           03 XC-Amended PIC X. *> 'A' once a *TXN amendment landed on it
01 XmitCourseCount PIC 9(3) VALUE 0.
01 XmitCourseFound PIC 9(3) VALUE 0.
01 XmitTransfers. *> accepted transfer work
       02 XmitTransferEntry OCCURS 100 TIMES INDEXED BY XmitTrfIdx.
           03 XF-Institution PIC X(20).
           03 XF-TheirCourse PIC X(8).
           03 XF-Equivalency PIC X(10).
           03 XF-Category PIC X.
           03 XF-Hours PIC 9.
01 XmitTransferCount PIC 9(3) VALUE 0.
01 XmitTransferHours PIC 9(3) VALUE 0.
01 XmitRecordCount PIC 9(6) VALUE 0. *> records written for the transcript in hand
01 XmitSentCount PIC 9(6) VALUE 0.
01 XmitRecord PIC X(96).
01 XmitHeader REDEFINES XmitRecord. *> HD - sender and recipient
       02 XhType PIC X(2).
       02 FILLER PIC X(1).
       02 XhSender PIC X(10).
       02 FILLER PIC X(1).
       02 XhSenderName PIC X(33).
       02 FILLER PIC X(1).
       02 XhRecipient PIC X(10).
       02 FILLER PIC X(1).
       02 XhRequestDate PIC X(10).
       02 FILLER PIC X(1).
       02 XhSentDate PIC X(10).
       02 FILLER PIC X(1).
       02 XhTranscriptType PIC X.
       02 FILLER PIC X(14).
01 XmitStudent REDEFINES XmitRecord. *> ST - the student
       02 XsType PIC X(2).
       02 FILLER PIC X(1).
       02 XsWNum PIC X(8).
       02 FILLER PIC X(1).
       02 XsFirstName PIC X(8).
       02 FILLER PIC X(1).
       02 XsLastName PIC X(15).
       02 FILLER PIC X(60).
01 XmitTerm REDEFINES XmitRecord. *> TM - one term's summary, its CR records follow it
       02 XtType PIC X(2).
       02 FILLER PIC X(1).
       02 XtSemester PIC X(12).
       02 FILLER PIC X(1).
       02 XtSemHours PIC 99.
       02 FILLER PIC X(1).
       02 XtSGPA PIC 9.99.
       02 FILLER PIC X(1).
       02 XtCumHours PIC 9(3).
       02 FILLER PIC X(1).
       02 XtCGPA PIC 9.99.
       02 FILLER PIC X(1).
       02 XtStanding PIC X(20).
       02 FILLER PIC X(43).
01 XmitCourse REDEFINES XmitRecord. *> CR - one course
       02 XcType PIC X(2).
       02 FILLER PIC X(1).
       02 XcSemester PIC X(12).
       02 FILLER PIC X(1).
       02 XcShortName PIC X(10).
       02 FILLER PIC X(1).
       02 XcLongName PIC X(28).
       02 FILLER PIC X(1).
       02 XcCategory PIC X.
       02 FILLER PIC X(1).
       02 XcGrade PIC X(2).
       02 FILLER PIC X(1).
       02 XcHours PIC 9.
       02 FILLER PIC X(1).
       02 XcAmended PIC X.
       02 FILLER PIC X(32).
01 XmitTransfer REDEFINES XmitRecord. *> TR - one transfer course
       02 XrType PIC X(2).
       02 FILLER PIC X(1).
       02 XrInstitution PIC X(20).
       02 FILLER PIC X(1).
       02 XrTheirCourse PIC X(8).
       02 FILLER PIC X(1).
       02 XrEquivalency PIC X(10).
       02 FILLER PIC X(1).
       02 XrCategory PIC X.
       02 FILLER PIC X(1).
       02 XrHours PIC 9.
       02 FILLER PIC X(49).
01 XmitTrailer REDEFINES XmitRecord. *> TL - counts and totals for the transcript
       02 XlType PIC X(2).
       02 FILLER PIC X(1).
       02 XlRecordCount PIC 9(6). *> every record HD through TL
       02 FILLER PIC X(1).
       02 XlTermCount PIC 9(4).
       02 FILLER PIC X(1).
       02 XlCourseCount PIC 9(4).
       02 FILLER PIC X(1).
       02 XlTransferCount PIC 9(4).
       02 FILLER PIC X(1).
       02 XlCumHours PIC 9(3).
       02 FILLER PIC X(1).
       02 XlTransferHours PIC 9(3).
       02 FILLER PIC X(1).
       02 XlCGPA PIC 9.99.
       02 FILLER PIC X(59).
01 SendLogRecord. *> P2SendLog.dat - proof of what went where, and when
       02 SgSentDate PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgWNum PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgRecipient PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgRequestDate PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgTranscriptType PIC X.
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgRecords PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgCumHours PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SgCGPA PIC 9.99.
*> run-log work areas - one stamp per run, plus the duplicate-batch guard
01 BatchId PIC X(8) VALUE SPACES. *> from the control record
01 RunLogEOF PIC A VALUE 'N'.
           03 TT-Seq PIC 9(4).
01 TermCount PIC 9(3) VALUE 0.
01 TermFoundIdx PIC 9(3) VALUE 0. *> table entry matching the record's Semester, 0 if none
*> course catalog - a detail record whose title, hours or category
*> disagree with the catalog is rejected before a typo in the dump can
*> post to a transcript. like the term table, no catalog on file at
*> all stands the check down
01 CatalogEOF PIC A VALUE 'N'.
01 Catalog.
       02 CatalogEntry OCCURS 2000 TIMES INDEXED BY CatalogIdx.
           03 CG-ShortName PIC X(10).
           03 CG-LongName PIC X(28).
           03 CG-Credits PIC 9.
           03 CG-Category PIC X.
           03 CG-FirstTerm PIC X(12).
           03 CG-LastTerm PIC X(12).
01 CatalogCount PIC 9(4) VALUE 0.
01 CatalogLookupName PIC X(10). *> ShortName being looked up
01 CatalogFoundIdx PIC 9(4) VALUE 0. *> catalog entry for CatalogLookupName, 0 if none
01 OfferFirstSeq PIC 9(4) VALUE 0. *> offering window, as term sequence numbers
01 OfferLastSeq PIC 9(4) VALUE 0.
*> enrollment-verification certificate work areas - request mode only.
*> a certificate reports terms enrolled and hours carried, never grades
*> or GPA, so it gets its own tally tables instead of the GPA machinery
       02 RecordsPrintedCount PIC 9(6) VALUE 0.
       02 RecordsRejectedCount PIC 9(6) VALUE 0.
       02 RecordsSkippedCount PIC 9(6) VALUE 0. *> passed over by the checkpoint resume path
01 ExtractLinesCount PIC 9(6) VALUE 0. *> P2Extract.dat lines this run wrote
01 TallyLastWNum PIC X(8) VALUE SPACES. *> for the distinct-student tally
01 TrailerSeen PIC A VALUE 'N'.
01 TrailerRecordCount PIC 9(6) VALUE 0. *> trailer values, saved off the FD area
*> open student file (P2In.dat)
OPEN INPUT InFile.
       PERFORM LoadTermTable *> catalog terms, for the Semester validation
       PERFORM LoadCatalogTable *> catalog courses, for the title/hours/category validation
       PERFORM LoadHoldsTable *> transcript holds, checked in both run modes
       OPEN INPUT RankFile *> class standing for official transcripts and certificates
       PERFORM ReadControlRecord *> one-time transcript-type/date/resume/run-mode record
       IF NOT RequestRun THEN
           *> incoming enrollments answer to last term's standing - the
       ELSE
           PERFORM RunFullBatch
       END-IF
CLOSE InFile, RankFile.

STOP RUN.

       ADD 1 TO TermIdx.


LoadCatalogTable.
       MOVE 'N' TO CatalogEOF
       OPEN INPUT CatalogFile
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y'
       CLOSE CatalogFile.


LoadOneCatalog.
       IF CatalogCount GREATER OR EQUAL 2000 THEN
           DISPLAY "ABEND: CATALOG TABLE FULL AT " CgShortName
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       *> the catalog is keyed by ShortName - a second entry for the same
       *> course leaves no way to say which one a record must agree with
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


LoadHoldsTable.
       MOVE 'N' TO HoldsEOF
       OPEN INPUT HoldsFile
           MOVE SPACE TO RlRunMode
       END-IF
       END-IF
       PERFORM WriteRunLog
       *> a second stamp carries the extract's line count, so a generation
       *> of P2Extract.dat can be checked against the runs that wrote it -
       *> a resumed or delta run appends, a fresh one starts it over
       MOVE "P2EXTR" TO RlProgram
       MOVE ExtractLinesCount TO RlOutCount
       PERFORM WriteRunLog.


       OPEN OUTPUT ErrFile
       OPEN OUTPUT CertFile
       OPEN OUTPUT DeniedFile
       OPEN OUTPUT XmitFile
       OPEN EXTEND SendLogFile
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO XmitSentDate
       PERFORM ReadRequestRecord
       PERFORM ProcessOneRequest UNTIL ReqEOF EQUAL 'Y'
       *> anything still queued never found a transcript to land on - say so
       PERFORM FlushPendingTransactions
       PERFORM FlushPendingTransfers
       CLOSE RequestFile, MasterFile, OutFile, ErrFile, CertFile, DeniedFile
       CLOSE XmitFile, SendLogFile
       *> a request run has no registrar batch behind it - the stamp
       *> carries a blank batch ID, so the status board never mistakes it
       *> for the nightly batch producer
               PERFORM WriteDeniedRecord
           END-IF
       END-IF
       *> electronic delivery goes only to an official copy with somewhere
       *> to send it - anything else prints as usual and is logged
       MOVE 'N' TO XmitRequest
       IF ReqElectronic AND RequestDenied NOT EQUAL 'Y' THEN
           IF NOT OfficialTranscript THEN
               MOVE 16 TO ErrReasonCode
               MOVE "ELECTRONIC COPY NOT OFFICIAL" TO ErrReasonText
               PERFORM WriteXmitErrRecord
           ELSE IF ReqRecipient EQUAL SPACES THEN
               MOVE 17 TO ErrReasonCode
               MOVE "NO RECIPIENT FOR ELECTRONIC" TO ErrReasonText
               PERFORM WriteXmitErrRecord
           ELSE
               MOVE 'Y' TO XmitRequest
               MOVE 0 TO XmitTermCount
               MOVE 0 TO XmitCourseCount
               MOVE 0 TO XmitTransferCount
               MOVE 0 TO XmitTransferHours
           END-IF
           END-IF
       END-IF
       IF RequestDenied EQUAL 'Y' THEN
           PERFORM ReadRequestRecord
       ELSE
       END-IF.


WriteXmitErrRecord.
       MOVE CurrentReqWNum TO ErrWNum
       MOVE ReqRecipient TO ErrShort
       MOVE SPACES TO ErrGrade
       MOVE 0 TO ErrCredits
       WRITE ErrLine FROM ErrRecord
       DISPLAY ErrLine. *> display in shell


RunOneTranscriptRequest.
       MOVE CurrentReqWNum TO MstWNum
       MOVE 0 TO MstSeq
           PERFORM NewStudentReset
           PERFORM PrettifyHeader
           PERFORM PrintClass UNTIL EOF EQUAL 'Y'
           IF XmitRequest EQUAL 'Y' THEN
               PERFORM WriteXmitTranscript
           END-IF
       END-IF
       MOVE 'N' TO XmitRequest
       PERFORM ReadRequestRecord.


WriteXmitTranscript.
       *> the closed transcript as exchange records - header, student,
       *> transfer work, then each term followed by its courses, and a
       *> trailer the receiving side can check the transmission against
       MOVE 0 TO XmitRecordCount
       MOVE SPACES TO XmitRecord
       MOVE "HD" TO XhType
       MOVE XmitSender TO XhSender
       MOVE Slu TO XhSenderName
       MOVE ReqRecipient TO XhRecipient
       MOVE RequestDate TO XhRequestDate
       MOVE XmitSentDate TO XhSentDate
       MOVE TranscriptType TO XhTranscriptType
       PERFORM WriteXmitRecord
       MOVE SPACES TO XmitRecord
       MOVE "ST" TO XsType
       MOVE AWNum TO XsWNum
       MOVE PrintFirst TO XsFirstName
       MOVE PrintLast TO XsLastName
       PERFORM WriteXmitRecord
       MOVE 1 TO XmitTrfIdx
       PERFORM WriteOneXmitTransfer UNTIL XmitTrfIdx GREATER XmitTransferCount
       MOVE 1 TO XmitTermIdx
       PERFORM WriteOneXmitTerm UNTIL XmitTermIdx GREATER XmitTermCount
       MOVE SPACES TO XmitRecord
       MOVE "TL" TO XlType
       COMPUTE XlRecordCount = XmitRecordCount + 1
       MOVE XmitTermCount TO XlTermCount
       MOVE XmitCourseCount TO XlCourseCount
       MOVE XmitTransferCount TO XlTransferCount
       MOVE TotalCumulativeCredits TO XlCumHours
       MOVE XmitTransferHours TO XlTransferHours
       MOVE CGPA TO XlCGPA
       PERFORM WriteXmitRecord
       *> the send log is the proof of delivery the registrar answers from
       MOVE XmitSentDate TO SgSentDate
       MOVE AWNum TO SgWNum
       MOVE ReqRecipient TO SgRecipient
       MOVE RequestDate TO SgRequestDate
       MOVE TranscriptType TO SgTranscriptType
       MOVE XmitRecordCount TO SgRecords
       MOVE TotalCumulativeCredits TO SgCumHours
       MOVE CGPA TO SgCGPA
       WRITE SendLogLine FROM SendLogRecord
       DISPLAY SendLogLine *> display in shell
       ADD 1 TO XmitSentCount.


WriteOneXmitTransfer.
       MOVE SPACES TO XmitRecord
       MOVE "TR" TO XrType
       MOVE XF-Institution(XmitTrfIdx) TO XrInstitution
       MOVE XF-TheirCourse(XmitTrfIdx) TO XrTheirCourse
       MOVE XF-Equivalency(XmitTrfIdx) TO XrEquivalency
       MOVE XF-Category(XmitTrfIdx) TO XrCategory
       MOVE XF-Hours(XmitTrfIdx) TO XrHours
       PERFORM WriteXmitRecord
       ADD 1 TO XmitTrfIdx.


WriteOneXmitTerm.
       MOVE SPACES TO XmitRecord
       MOVE "TM" TO XtType
       MOVE XT-Semester(XmitTermIdx) TO XtSemester
       MOVE XT-SemHours(XmitTermIdx) TO XtSemHours
       MOVE XT-SGPA(XmitTermIdx) TO XtSGPA
       MOVE XT-CumHours(XmitTermIdx) TO XtCumHours
       MOVE XT-CGPA(XmitTermIdx) TO XtCGPA
       MOVE XT-Standing(XmitTermIdx) TO XtStanding
       PERFORM WriteXmitRecord
       MOVE 1 TO XmitCourseIdx
       PERFORM WriteOneXmitCourse UNTIL XmitCourseIdx GREATER XmitCourseCount
       ADD 1 TO XmitTermIdx.


WriteOneXmitCourse.
       IF XC-Semester(XmitCourseIdx) EQUAL XT-Semester(XmitTermIdx) THEN
           MOVE SPACES TO XmitRecord
           MOVE "CR" TO XcType
           MOVE XC-Semester(XmitCourseIdx) TO XcSemester
           MOVE XC-ShortName(XmitCourseIdx) TO XcShortName
           MOVE XC-LongName(XmitCourseIdx) TO XcLongName
           MOVE XC-Category(XmitCourseIdx) TO XcCategory
           MOVE XC-Grade(XmitCourseIdx) TO XcGrade
           MOVE XC-Hours(XmitCourseIdx) TO XcHours
           MOVE XC-Amended(XmitCourseIdx) TO XcAmended
           PERFORM WriteXmitRecord
       END-IF
       ADD 1 TO XmitCourseIdx.


WriteXmitRecord.
       WRITE XmitLine FROM XmitRecord
       DISPLAY XmitLine *> display in shell
       ADD 1 TO XmitRecordCount.


HoldXmitCourse.
       *> the course line just printed, off the Print* copies MoveAll took
       IF XmitCourseCount GREATER OR EQUAL 200 THEN
           DISPLAY "ABEND: EXCHANGE COURSE TABLE FULL AT WNUM " AWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO XmitCourseCount
       MOVE ASemester TO XC-Semester(XmitCourseCount)
       MOVE HeldShortName TO XC-ShortName(XmitCourseCount)
       MOVE PrintLong TO XC-LongName(XmitCourseCount)
       MOVE PrintCategory TO XC-Category(XmitCourseCount)
       MOVE PrintGrade TO XC-Grade(XmitCourseCount)
       MOVE PrintCredits TO XC-Hours(XmitCourseCount)
       MOVE SPACE TO XC-Amended(XmitCourseCount).


AmendXmitCourse.
       *> the amendment lands on the course line it amended, carrying the
       *> grade and hours the AMENDED line just restated
       MOVE 0 TO XmitCourseFound
       MOVE 1 TO XmitCourseIdx
       PERFORM ScanXmitCourse UNTIL XmitCourseIdx GREATER XmitCourseCount
       IF XmitCourseFound GREATER 0 THEN
           IF AmendGrade NOT EQUAL SPACES THEN
               MOVE AmendGrade TO XC-Grade(XmitCourseFound)
           END-IF
           MOVE AmendCredits TO XC-Hours(XmitCourseFound)
           MOVE 'A' TO XC-Amended(XmitCourseFound)
       END-IF.


ScanXmitCourse.
       IF XC-ShortName(XmitCourseIdx) EQUAL TxnTargetShort AND
               XC-Semester(XmitCourseIdx) EQUAL CH-Semester(FoundIdx) THEN
           MOVE XmitCourseIdx TO XmitCourseFound
       END-IF
       ADD 1 TO XmitCourseIdx.


HoldXmitTerm.
       IF XmitTermCount GREATER OR EQUAL 60 THEN
           DISPLAY "ABEND: EXCHANGE TERM TABLE FULL AT WNUM " AWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO XmitTermCount
       MOVE ASemester TO XT-Semester(XmitTermCount)
       MOVE TotalSemesterCredits TO XT-SemHours(XmitTermCount)
       MOVE SGPA TO XT-SGPA(XmitTermCount)
       MOVE TotalCumulativeCredits TO XT-CumHours(XmitTermCount)
       MOVE CGPA TO XT-CGPA(XmitTermCount)
       MOVE StandingText TO XT-Standing(XmitTermCount).


HoldXmitTransfer.
       IF XmitTransferCount GREATER OR EQUAL 100 THEN
           DISPLAY "ABEND: EXCHANGE TRANSFER TABLE FULL AT WNUM " AWNum
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO XmitTransferCount
       MOVE PF-Institution(TrfIdx) TO XF-Institution(XmitTransferCount)
       MOVE PF-TheirCourse(TrfIdx) TO XF-TheirCourse(XmitTransferCount)
       MOVE PF-Equivalency(TrfIdx) TO XF-Equivalency(XmitTransferCount)
       MOVE PF-Category(TrfIdx) TO XF-Category(XmitTransferCount)
       MOVE PF-Hours(TrfIdx) TO XF-Hours(XmitTransferCount)
       ADD PF-Hours(TrfIdx) TO XmitTransferHours.


BuildCertificate.
       *> walk the requested student's master records and tally enrolled
       *> hours per term - AU carries no enrolled-for-credit hours, and a
       DISPLAY CertLine *> display in shell
       WRITE CertLine FROM PrintWNum AFTER ADVANCING 1 LINE
       DISPLAY CertLine *> display in shell
       PERFORM FindClassStanding
       IF RankFound EQUAL 'Y' THEN
           WRITE CertLine FROM RxStanding AFTER ADVANCING 1 LINE
           DISPLAY CertLine *> display in shell
       END-IF
       WRITE CertLine FROM CertColumns AFTER ADVANCING 2 LINES
       DISPLAY CertLine *> display in shell
       MOVE 1 TO CertTermIdx
       WRITE PrintLine FROM PrintWNum AFTER ADVANCING 1 LINE
       DISPLAY PrintLine. *> display in shell

PrintClassStanding.
       *> class year and rank in class under the WNum, on the first page of
       *> an official transcript - a student P2Rank hasn't ranked gets none
       PERFORM FindClassStanding
       IF RankFound EQUAL 'Y' THEN
           WRITE PrintLine FROM RxStanding AFTER ADVANCING 1 LINE
           DISPLAY PrintLine *> display in shell
       END-IF.

FindClassStanding.
       MOVE PrintWNum TO RxWNum
       MOVE 'Y' TO RankFound
       READ RankFile
           INVALID KEY MOVE 'N' TO RankFound
       END-READ.

PrintSemesterYear. 
       WRITE PrintLine FROM ASemester AFTER ADVANCING 2 LINES
       DISPLAY PrintLine. *> display in shell
       MOVE MajorCumulativeCredits TO ExtMajorCum
       MOVE ElectiveCumulativeCredits TO ExtElectCum
       WRITE ExtractLine FROM ExtractRecord
       DISPLAY ExtractLine *> display in shell
       ADD 1 TO ExtractLinesCount.


PrintClass.
                   IF SuppressPrint NOT EQUAL 'Y' THEN
                       PERFORM PrintPageNumber
                       PERFORM PrintStudentInfo *> print this student's data - now populated by MoveAll
                       IF OfficialTranscript THEN
                           PERFORM PrintClassStanding
                       END-IF
                   END-IF
                   PERFORM PrintTransferCredits *> accepted transfer work - its totals post even when the pages are withheld
                   IF SuppressPrint NOT EQUAL 'Y' THEN
                   END-IF
               END-IF
               PERFORM CheckRepeat
               IF XmitRequest EQUAL 'Y' THEN
                   PERFORM HoldXmitCourse
               END-IF
               ADD 1 TO RecordsPrintedCount *> every valid record lands on a transcript line
               *> CheckGradeValue (called from MoveAll) already read the next record,
               *> so ASemester/WNum-vs-AWNum here is a lookahead: it tells us whether
           DISPLAY PrintLine *> display in shell
           PERFORM PrintStanding
           PERFORM PrintCategorySubtotals
           IF XmitRequest EQUAL 'Y' THEN
               PERFORM HoldXmitTerm
           END-IF
       END-IF
       IF NOT RequestRun THEN
           PERFORM WriteExtractRecord
       MOVE WNum TO PrintWNum
       MOVE Semester TO ASemester
       MOVE ShortName TO PrintShort
       MOVE ShortName TO HeldShortName
       MOVE LongName TO PrintLong
       MOVE Grade TO PrintGrade
       MOVE Credits TO PrintCredits
           WRITE PrintLine FROM AmendLine AFTER ADVANCING 1 LINE
           DISPLAY PrintLine *> display in shell
       END-IF
       IF XmitRequest EQUAL 'Y' THEN
           PERFORM AmendXmitCourse
       END-IF
       ADD 1 TO TransactionsAppliedCount
       MOVE 'Y' TO PT-Done(TxnIdx).

       *> transfer records sort ahead of the student's first term, so they
       *> arrive as lookahead reads during the previous student - they wait
       *> here until PrintTransferCredits opens their own student's transcript
       IF NOT RequestRun AND CatalogCount GREATER 0 THEN
           *> transfer credit has to land on a real course - an equivalency
           *> the catalog has never heard of is logged and never queued
           MOVE TrfEquivalency TO CatalogLookupName
           PERFORM FindCatalogEntry
           IF CatalogFoundIdx EQUAL 0 THEN
               PERFORM WriteTrfCatalogErr
           ELSE
               PERFORM AddPendingTransfer
           END-IF
       ELSE
           PERFORM AddPendingTransfer
       END-IF.


AddPendingTransfer.
       IF PendingTrfCount GREATER OR EQUAL 100 THEN
           DISPLAY "ABEND: PENDING TRANSFER TABLE FULL AT WNUM " TrfWNum
           MOVE 16 TO RETURN-CODE
       MOVE 'N' TO PF-Done(PendingTrfCount).


WriteTrfCatalogErr.
       *> logged like an orphaned transfer - transfers are control records,
       *> not batch detail, so the rejected-record tally never sees it
       MOVE TrfWNum TO ErrWNum
       MOVE TrfEquivalency TO ErrShort
       MOVE SPACES TO ErrGrade
       IF TrfHours NUMERIC THEN
           MOVE TrfHours TO ErrCredits
       ELSE
           MOVE 0 TO ErrCredits
       END-IF
       MOVE 15 TO ErrReasonCode
       MOVE "TRANSFER COURSE NOT IN CATALOG" TO ErrReasonText
       WRITE ErrLine FROM ErrRecord
       DISPLAY ErrLine. *> display in shell


PrintTransferCredits.
       *> the student's accepted transfer work, as its own block between the
       *> student header and the first semester - earned hours count into
           MOVE PF-Hours(TrfIdx) TO RestoreCredits
           PERFORM RestoreCategoryCredits
           ADD PF-Hours(TrfIdx) TO TransferHoursCount
           IF XmitRequest EQUAL 'Y' THEN
               PERFORM HoldXmitTransfer
           END-IF
           MOVE 'Y' TO PF-Done(TrfIdx)
       END-IF
       ADD 1 TO TrfIdx.
               MOVE "SEMESTER NOT IN TERM TABLE" TO ErrReasonText
           END-IF
       END-IF
       *> the dump's title, hours and category must agree with the course
       *> catalog, and the term must fall inside the course's offering
       *> window. request mode never gates, same as the term check
       IF RecordValid EQUAL 'Y' AND NOT RequestRun AND CatalogCount GREATER 0 THEN
           PERFORM CheckCatalogCourse
       END-IF
       *> a batch enrollment for a student the archive last saw SUSPENDED
       *> is refused unless a *RNS reinstatement is on file. request mode
       *> never gates - it reprints careers the batch already accepted
       END-IF.


CheckCatalogCourse.
       MOVE ShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx EQUAL 0 THEN
           MOVE 'N' TO RecordValid
           MOVE 10 TO ErrReasonCode
           MOVE "COURSE NOT IN CATALOG" TO ErrReasonText
       ELSE IF LongName NOT EQUAL CG-LongName(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
           MOVE 11 TO ErrReasonCode
           MOVE "TITLE DIFFERS FROM CATALOG" TO ErrReasonText
       ELSE IF Credits NOT EQUAL CG-Credits(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
           MOVE 12 TO ErrReasonCode
           MOVE "CREDITS DIFFER FROM CATALOG" TO ErrReasonText
       ELSE IF ReqCategory NOT EQUAL CG-Category(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
           MOVE 13 TO ErrReasonCode
           MOVE "CATEGORY DIFFERS FROM CATALOG" TO ErrReasonText
       ELSE IF TermCount GREATER 0 THEN
           *> the term gate above already resolved the record's Semester,
           *> so TermFoundIdx is good here. an offering bound the term
           *> table can't resolve leaves that end of the window open
           PERFORM CheckCatalogOffering
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.


CheckCatalogOffering.
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
           MOVE 14 TO ErrReasonCode
           MOVE "TERM OUTSIDE CATALOG OFFERING" TO ErrReasonText
       END-IF.


WriteErrRecord.
       MOVE WNum TO ErrWNum
       MOVE ShortName TO ErrShort
