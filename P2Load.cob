*> master's own copy of every student/term the batch restates (a rerun
*> or a P2Fix delta supersedes, it never duplicates), and new records
*> take load sequences above the master's high mark so a student's
*> career stays in posting order across loads. every change to the
*> master - a record dropped, a record added, and the course line a *TXN
*> amends - goes to the permanent change journal (P2Jrnl.dat) with its
*> before and after images

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED *> keyed by WNum plus load sequence
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey.
       SELECT OPTIONAL JournalFile ASSIGN TO "P2Jrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> permanent master change journal, appended every run
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream

       02 MstDataSemester PIC X(12).
       02 FILLER PIC X(42).

FD JournalFile.
01 JournalLine PIC X(224). *> one master change, before and after

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

01 AffectedCount PIC 9(4) VALUE 0.
01 AffFoundIdx PIC 9(4) VALUE 0. *> entry matching the pair in hand, 0 if none
01 SavedBatchId PIC X(8) VALUE SPACES. *> from the control record
01 JournalRecord. *> one P2Jrnl.dat entry - when, what, who, and the images
       02 JrDate PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrTime PIC 9(8). *> HHMMSShh - the run's start, so one run's entries stay together
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrAction PIC X(8). *> ADDED, DROPPED, AMENDED or PURGED
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrProgram PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrBatchId PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrWNum PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrSeq PIC 9(6). *> the record's load sequence on the master
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrBefore PIC X(80). *> spaces for an add
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrAfter PIC X(80). *> spaces for a drop
01 JournalClock PIC 9(8). *> ACCEPT time, HHMMSShh
*> the amendment being loaded, and the course line it lands on
01 HeldTxn PIC X(80).
01 HeldTxnView REDEFINES HeldTxn.
       02 FILLER PIC X(4).
       02 HtType PIC X.
       02 FILLER PIC X(13).
       02 HtWNum PIC X(8).
       02 HtSemester PIC X(12).
       02 HtShortName PIC X(10).
       02 FILLER PIC X(29).
       02 HtNewGrade PIC X(2).
       02 HtNewCredits PIC 9.
01 HeldTxnSeq PIC 9(6) VALUE 0.
01 ScanRecord PIC X(80). *> one of the student's records met on the way
01 ScanTxnView REDEFINES ScanRecord. *> read as an earlier amendment
       02 ScTag PIC X(4).
           88 ScTransactionTag VALUE "*TXN".
           88 ScOtherTag VALUES "*TRF", "*RNS".
       02 ScType PIC X.
       02 FILLER PIC X(13).
       02 ScWNum PIC X(8).
       02 ScSemester PIC X(12).
       02 ScShortName PIC X(10).
       02 FILLER PIC X(29).
       02 ScNewGrade PIC X(2).
       02 ScNewCredits PIC 9.
01 ScanCourseView REDEFINES ScanRecord. *> read as a course line
       02 FILLER PIC X(18).
       02 SkWNum PIC X(8).
       02 SkSemester PIC X(12).
       02 SkShortName PIC X(10).
       02 FILLER PIC X(32).
01 AmendImage PIC X(80). *> the course line as it stands, amendments so far applied
01 AmendView REDEFINES AmendImage.
       02 FILLER PIC X(77).
       02 AmGrade PIC X(2).
       02 AmCredits PIC 9.
01 AmendFound PIC A VALUE 'N'.
01 AmendSeq PIC 9(6) VALUE 0.
01 AmendType PIC X.
01 AmendNewGrade PIC X(2).
01 AmendNewCredits PIC 9.
01 RunLogRecord. *> one run-log stamp - program, date, batch, counts, result
       02 RlProgram PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
           MOVE InCtlMasterMode TO MasterMode
           MOVE InCtlBatchId TO SavedBatchId
       END-IF
       PERFORM OpenJournal
       IF MasterUpdate THEN
           *> merge - sweep the batch for the student/terms it restates,
           *> drop the master's own copies, then append above the high mark
               AT END MOVE 'Y' TO EOF
           END-READ
       ELSE
           *> a rebuild replaces the whole master - every record on it now
           *> is journaled as dropped before the file starts over, and the
           *> new file is reopened I-O so an amendment can find its course
           OPEN INPUT MasterFile
           PERFORM JournalRebuiltMaster
           CLOSE MasterFile
           OPEN OUTPUT MasterFile
           CLOSE MasterFile
           OPEN I-O MasterFile
       END-IF
       READ InFile *> first real record
           AT END MOVE 'Y' TO EOF
       MOVE SkippedCount TO SummarySkipped
       MOVE DroppedCount TO SummaryDropped
       DISPLAY LoadSummary *> display in shell
       CLOSE InFile, MasterFile, JournalFile
       MOVE "P2LOAD" TO RlProgram
       MOVE SavedBatchId TO RlBatchId
       COMPUTE RlInCount = LoadedCount + SkippedCount
       END-IF
       PERFORM FindSupersededEntry
       IF AffFoundIdx GREATER 0 THEN
           MOVE "DROPPED" TO JrAction
           MOVE MstData TO JrBefore
           MOVE SPACES TO JrAfter
           PERFORM WriteJournalEntry
           DELETE MasterFile RECORD
               INVALID KEY DISPLAY "MASTER DELETE FAILED FOR " MstWNum
           END-DELETE
               INVALID KEY DISPLAY "MASTER WRITE FAILED FOR " MstWNum
           END-WRITE
           ADD 1 TO LoadedCount
           MOVE "ADDED" TO JrAction
           MOVE SPACES TO JrBefore
           MOVE InRecord TO JrAfter
           PERFORM WriteJournalEntry
           IF InTransactionTag THEN
               PERFORM JournalAmendment
           END-IF
       END-IF
       END-IF
       READ InFile
       END-READ.


OpenJournal.
       *> every entry this run writes carries the run's date, start time,
       *> program and batch
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO JrDate
       ACCEPT JournalClock FROM TIME
       MOVE JournalClock TO JrTime
       MOVE "P2LOAD" TO JrProgram
       MOVE SavedBatchId TO JrBatchId
       OPEN EXTEND JournalFile.


WriteJournalEntry.
       *> JrAction and the two images are set by the caller; the key is
       *> the master record in hand
       MOVE MstWNum TO JrWNum
       MOVE MstSeq TO JrSeq
       WRITE JournalLine FROM JournalRecord.


JournalRebuiltMaster.
       MOVE 'N' TO MstEOF
       MOVE LOW-VALUES TO MstKey
       START MasterFile KEY IS NOT LESS THAN MstKey
           INVALID KEY MOVE 'Y' TO MstEOF
       END-START
       IF MstEOF NOT EQUAL 'Y' THEN
           PERFORM ReadOneMasterRecord
       END-IF
       PERFORM JournalOneRebuilt UNTIL MstEOF EQUAL 'Y'.


JournalOneRebuilt.
       MOVE "DROPPED" TO JrAction
       MOVE MstData TO JrBefore
       MOVE SPACES TO JrAfter
       PERFORM WriteJournalEntry
       ADD 1 TO DroppedCount
       PERFORM ReadOneMasterRecord.


JournalAmendment.
       *> the *TXN just filed changes a course line without touching its
       *> record, so the journal gets the line before and after. the
       *> student's records are read in posting order: the latest line of
       *> the course in the amended semester, with every earlier amendment
       *> to it applied, is the before image; this amendment applied on
       *> top is the after
       MOVE InRecord TO HeldTxn
       MOVE LoadSeq TO HeldTxnSeq
       MOVE SPACES TO AmendImage
       MOVE 'N' TO AmendFound
       MOVE 'N' TO MstEOF
       MOVE HtWNum TO MstWNum
       MOVE 0 TO MstSeq
       START MasterFile KEY IS NOT LESS THAN MstKey
           INVALID KEY MOVE 'Y' TO MstEOF
       END-START
       IF MstEOF NOT EQUAL 'Y' THEN
           PERFORM ReadOneMasterRecord
       END-IF
       PERFORM ScanAmendRecord UNTIL MstEOF EQUAL 'Y'
       IF AmendFound EQUAL 'Y' THEN
           MOVE AmendImage TO JrBefore
           MOVE HtType TO AmendType
           MOVE HtNewGrade TO AmendNewGrade
           MOVE HtNewCredits TO AmendNewCredits
           PERFORM ApplyAmendment
           MOVE AmendImage TO JrAfter
           MOVE "AMENDED" TO JrAction
           MOVE HtWNum TO MstWNum
           MOVE AmendSeq TO MstSeq
           PERFORM WriteJournalEntry
       END-IF.


ScanAmendRecord.
       IF MstWNum NOT EQUAL HtWNum OR MstSeq NOT LESS HeldTxnSeq THEN
           MOVE 'Y' TO MstEOF
       ELSE
           MOVE MstData TO ScanRecord
           IF ScTransactionTag THEN
               IF AmendFound EQUAL 'Y' AND ScShortName EQUAL HtShortName
                       AND ScSemester EQUAL HtSemester THEN
                   MOVE ScType TO AmendType
                   MOVE ScNewGrade TO AmendNewGrade
                   MOVE ScNewCredits TO AmendNewCredits
                   PERFORM ApplyAmendment
               END-IF
           ELSE IF ScOtherTag THEN
               CONTINUE *> transfer work and reinstatements are not course lines
           ELSE IF SkShortName EQUAL HtShortName AND
                   (SkSemester EQUAL HtSemester OR HtSemester EQUAL SPACES) THEN
               MOVE MstData TO AmendImage
               MOVE MstSeq TO AmendSeq
               MOVE 'Y' TO AmendFound
           END-IF
           END-IF
           END-IF
           PERFORM ReadOneMasterRecord
       END-IF.


ApplyAmendment.
       *> the course line as P2's ApplyTransaction leaves it - a
       *> retroactive withdrawal, an hours correction or a new grade
       IF AmendType EQUAL 'W' THEN
           MOVE 'W ' TO AmGrade
       ELSE IF AmendType EQUAL 'C' THEN
           IF AmendNewCredits NUMERIC THEN
               MOVE AmendNewCredits TO AmCredits
           END-IF
       ELSE IF AmendNewGrade NOT EQUAL SPACES THEN
           MOVE AmendNewGrade TO AmGrade
           IF AmendNewCredits NUMERIC AND AmendNewCredits GREATER 0 THEN
               MOVE AmendNewCredits TO AmCredits
           END-IF
       END-IF
       END-IF
       END-IF.


WriteRunLog.
       *> one stamp on the shared run log - the status board reconstructs
       *> the night's job sequence from these
