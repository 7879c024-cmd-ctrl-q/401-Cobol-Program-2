       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Jinq.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Oct 2nd 2026

*> change-journal inquiry for grade appeals and the auditors: reads the
*> master change journal (P2Jrnl.dat) that P2Load and P2Gen append to
*> and lists, in time order, every entry the control card (P2JinqCtl.dat)
*> selects - one student's WNum, a date range, or both. a blank WNum is
*> every student and a blank date leaves that end of the range open, so
*> no card at all lists the whole journal. each entry prints its date,
*> time, action, program, batch and master key, then the record's image
*> before and after the change, cut in two halves to fit the page. the
*> listing goes to P2JinqRpt.dat

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL JournalFile ASSIGN TO "P2Jrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> master change journal, appended by P2Load and P2Gen
       SELECT OPTIONAL ControlFile ASSIGN TO "P2JinqCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> WNum and date range to list
       SELECT ReportFile ASSIGN TO "P2JinqRpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> printed change history
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream
       SELECT SortFile ASSIGN TO "P2JinqWk".

DATA DIVISION.
FILE SECTION.
FD JournalFile.
01 JournalRecord. *> one P2Jrnl.dat entry, as P2Load and P2Gen write it
       02 JrDate PIC X(10).
       02 FILLER PIC X(1).
       02 JrTime PIC 9(8). *> HHMMSShh
       02 FILLER PIC X(1).
       02 JrAction PIC X(8). *> ADDED, DROPPED, AMENDED or PURGED
       02 FILLER PIC X(1).
       02 JrProgram PIC X(8).
       02 FILLER PIC X(1).
       02 JrBatchId PIC X(8).
       02 FILLER PIC X(1).
       02 JrWNum PIC X(8).
       02 FILLER PIC X(1).
       02 JrSeq PIC 9(6).
       02 FILLER PIC X(1).
       02 JrBefore PIC X(80).
       02 FILLER PIC X(1).
       02 JrAfter PIC X(80).

FD ControlFile.
01 ControlRecord. *> what to list - blanks leave it open
       02 JqWNum PIC X(8).
       02 FILLER PIC X(1).
       02 JqFromDate PIC X(10). *> YYYY-MM-DD, as the journal dates its entries
       02 FILLER PIC X(1).
       02 JqToDate PIC X(10).

FD ReportFile.
01 ReportLine PIC X(75).

FD RunLogFile.
01 RunLogLine PIC X(47). *> one run-log stamp

SD SortFile.
01 SortRecord. *> one selected entry, ordered by when it was written
       02 SortDate PIC X(10).
       02 SortTime PIC 9(8).
       02 SortLineNum PIC 9(6). *> place in the journal - one run's entries share a time
       02 SortEntry PIC X(224).

WORKING-STORAGE SECTION.
01 Header. *> same masthead the transcripts carry
       02 Slu PIC X(33) VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
       02 SluAddress PIC X(17) VALUE "HAMMOND, LA 70402".
01 JournalEOF PIC A VALUE 'N'.
01 SortEOF PIC A VALUE 'N'.
01 EntrySelected PIC A VALUE 'Y'.
*> the selection, from the card
01 SelectWNum PIC X(8) VALUE SPACES.
01 SelectFromDate PIC X(10) VALUE SPACES.
01 SelectToDate PIC X(10) VALUE SPACES.
*> the entry in hand, recut from the sort record
01 EntryRecord PIC X(224).
01 EntryView REDEFINES EntryRecord.
       02 EnDate PIC X(10).
       02 FILLER PIC X(1).
       02 EnTime.
           03 EnHour PIC 99.
           03 EnMinute PIC 99.
           03 EnSecond PIC 99.
           03 EnHundredth PIC 99.
       02 FILLER PIC X(1).
       02 EnAction PIC X(8).
       02 FILLER PIC X(1).
       02 EnProgram PIC X(8).
       02 FILLER PIC X(1).
       02 EnBatchId PIC X(8).
       02 FILLER PIC X(1).
       02 EnWNum PIC X(8).
       02 FILLER PIC X(1).
       02 EnSeq PIC 9(6).
       02 FILLER PIC X(1).
       02 EnBefore.
           03 EnBeforeLeft PIC X(40).
           03 EnBeforeRight PIC X(40).
       02 FILLER PIC X(1).
       02 EnAfter.
           03 EnAfterLeft PIC X(40).
           03 EnAfterRight PIC X(40).
*> run tallies
01 JournalReadCount PIC 9(6) VALUE 0.
01 SelectedCount PIC 9(6) VALUE 0.
*> report lines
01 SelectionLine.
       02 FILLER PIC X(11) VALUE "SELECTION: ".
       02 SL-WNum PIC X(13).
       02 FILLER PIC X(5) VALUE "FROM ".
       02 SL-FromDate PIC X(12).
       02 FILLER PIC X(3) VALUE "TO ".
       02 SL-ToDate PIC X(10).
       02 FILLER PIC X(21) VALUE SPACE.
01 EntryColumns.
       02 FILLER PIC X(11) VALUE "DATE".
       02 FILLER PIC X(9) VALUE "TIME".
       02 FILLER PIC X(9) VALUE "ACTION".
       02 FILLER PIC X(9) VALUE "PROGRAM".
       02 FILLER PIC X(9) VALUE "BATCH".
       02 FILLER PIC X(9) VALUE "WNUM".
       02 FILLER PIC X(19) VALUE "SEQ".
01 EntryDetail.
       02 ED-Date PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-Hour PIC 99.
       02 FILLER PIC X(1) VALUE ':'.
       02 ED-Minute PIC 99.
       02 FILLER PIC X(1) VALUE ':'.
       02 ED-Second PIC 99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-Action PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-Program PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-BatchId PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-WNum PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-Seq PIC 9(6).
       02 FILLER PIC X(13) VALUE SPACE.
01 ImageLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 IL-Label PIC X(8).
       02 IL-Image PIC X(40).
       02 FILLER PIC X(23) VALUE SPACE.
01 ReportSummary.
       02 FILLER PIC X(22) VALUE "JOURNAL ENTRIES READ: ".
       02 SummaryRead PIC Z(5)9.
       02 FILLER PIC X(10) VALUE "  LISTED: ".
       02 SummaryListed PIC Z(5)9.
       02 FILLER PIC X(31) VALUE SPACE.
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
*> the card settles the selection, then the journal is sifted through a
*> sort so entries list by date and time whatever order the runs
*> appended them in
OPEN INPUT ControlFile.
       READ ControlFile
           AT END MOVE SPACES TO ControlRecord
       END-READ
       MOVE JqWNum TO SelectWNum
       MOVE JqFromDate TO SelectFromDate
       MOVE JqToDate TO SelectToDate
       CLOSE ControlFile
       OPEN OUTPUT ReportFile
       PERFORM WriteReportHeader
       SORT SortFile
           ON ASCENDING KEY SortDate SortTime SortLineNum
           INPUT PROCEDURE IS SelectEntries
           OUTPUT PROCEDURE IS ListEntries
       MOVE JournalReadCount TO SummaryRead
       MOVE SelectedCount TO SummaryListed
       WRITE ReportLine FROM ReportSummary AFTER ADVANCING 1 LINE
       DISPLAY ReportLine *> display in shell
       CLOSE ReportFile
       MOVE "P2JINQ" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE JournalReadCount TO RlInCount
       MOVE SelectedCount TO RlOutCount
       PERFORM WriteRunLog.

STOP RUN.



*> Paragraphs

SelectEntries.
       OPEN INPUT JournalFile
       READ JournalFile
           AT END MOVE 'Y' TO JournalEOF
       END-READ
       PERFORM SelectOneEntry UNTIL JournalEOF EQUAL 'Y' *> loop
       CLOSE JournalFile.


SelectOneEntry.
       *> the WNum must match when one is asked for, and the entry's date
       *> must fall inside whichever ends of the range the card gives
       ADD 1 TO JournalReadCount
       MOVE 'Y' TO EntrySelected
       IF SelectWNum NOT EQUAL SPACES AND JrWNum NOT EQUAL SelectWNum THEN
           MOVE 'N' TO EntrySelected
       END-IF
       IF SelectFromDate NOT EQUAL SPACES AND JrDate LESS SelectFromDate THEN
           MOVE 'N' TO EntrySelected
       END-IF
       IF SelectToDate NOT EQUAL SPACES AND JrDate GREATER SelectToDate THEN
           MOVE 'N' TO EntrySelected
       END-IF
       IF EntrySelected EQUAL 'Y' THEN
           MOVE JrDate TO SortDate
           MOVE JrTime TO SortTime
           MOVE JournalReadCount TO SortLineNum
           MOVE JournalRecord TO SortEntry
           RELEASE SortRecord
           ADD 1 TO SelectedCount
       END-IF
       READ JournalFile
           AT END MOVE 'Y' TO JournalEOF
       END-READ.


ListEntries.
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN
       PERFORM ListOneEntry UNTIL SortEOF EQUAL 'Y' *> loop
       IF SelectedCount EQUAL 0 THEN
           MOVE SPACES TO TempLine1
           MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION" TO TempLine1
           WRITE ReportLine FROM TempLine1
           DISPLAY ReportLine *> display in shell
       END-IF.


ListOneEntry.
       *> the entry's heading, then each image that has something in it -
       *> an add has no before and a drop or purge no after
       MOVE SortEntry TO EntryRecord
       MOVE EnDate TO ED-Date
       MOVE EnHour TO ED-Hour
       MOVE EnMinute TO ED-Minute
       MOVE EnSecond TO ED-Second
       MOVE EnAction TO ED-Action
       MOVE EnProgram TO ED-Program
       MOVE EnBatchId TO ED-BatchId
       MOVE EnWNum TO ED-WNum
       MOVE EnSeq TO ED-Seq
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       WRITE ReportLine FROM EntryDetail
       DISPLAY ReportLine *> display in shell
       IF EnBefore NOT EQUAL SPACES THEN
           MOVE "BEFORE: " TO IL-Label
           MOVE EnBeforeLeft TO IL-Image
           WRITE ReportLine FROM ImageLine
           DISPLAY ReportLine *> display in shell
           MOVE SPACES TO IL-Label
           MOVE EnBeforeRight TO IL-Image
           WRITE ReportLine FROM ImageLine
           DISPLAY ReportLine *> display in shell
       END-IF
       IF EnAfter NOT EQUAL SPACES THEN
           MOVE "AFTER:  " TO IL-Label
           MOVE EnAfterLeft TO IL-Image
           WRITE ReportLine FROM ImageLine
           DISPLAY ReportLine *> display in shell
           MOVE SPACES TO IL-Label
           MOVE EnAfterRight TO IL-Image
           WRITE ReportLine FROM ImageLine
           DISPLAY ReportLine *> display in shell
       END-IF
       RETURN SortFile
           AT END MOVE 'Y' TO SortEOF
       END-RETURN.


WriteReportHeader.
       *> same centered masthead the transcripts use, then what was asked for
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
       MOVE "MASTER CHANGE HISTORY" TO TempLine1
       WRITE ReportLine FROM TempLine1
       DISPLAY ReportLine *> display in shell
       IF SelectWNum EQUAL SPACES THEN
           MOVE "ALL STUDENTS" TO SL-WNum
       ELSE
           MOVE SelectWNum TO SL-WNum
       END-IF
       IF SelectFromDate EQUAL SPACES THEN
           MOVE "FIRST ENTRY" TO SL-FromDate
       ELSE
           MOVE SelectFromDate TO SL-FromDate
       END-IF
       IF SelectToDate EQUAL SPACES THEN
           MOVE "LAST ENTRY" TO SL-ToDate
       ELSE
           MOVE SelectToDate TO SL-ToDate
       END-IF
       WRITE ReportLine FROM SelectionLine
       DISPLAY ReportLine *> display in shell
       MOVE SPACES TO TempLine1
       WRITE ReportLine FROM TempLine1
       WRITE ReportLine FROM EntryColumns
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
