       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P2Gen.
AUTHOR. Pay-pao Mafia.
DATE-WRITTEN. Sep 26th 2026

*> generation management for the three files the stream rebuilds -
*> P2Master.dat (new generation P2MstN.dat, from P2Purge), P2GpaHist.dat
*> (P2GpaHstN.dat, from P2Hist) and P2Extract.dat (written in place by
*> P2). the catalog (P2GenCat.dat) remembers the last GenerationsKept
*> generations of each, every one copied into its own slot file, with
*> its record count, the batch ID behind it and the run-log stamp it
*> was verified against. one control card per action in P2GenCtl.dat:
*>   P MASTER         promote - the new generation's record count must
*>                    match its producer's run-log stamp before it is
*>                    copied into a slot and over the live file
*>   R GPAHIST  0004  roll back - the slot's copy of generation 4 goes
*>                    back over the live file, once its count still
*>                    matches the catalog
*>   L EXTRACT        list the catalog (blank dataset lists them all)
*> the extract has no N file - promoting it snapshots the live file,
*> checked against P2's P2EXTR stamps. the first promote of a dataset
*> catalogs the file already live as a generation of its own, so even
*> that one can be undone. every action lands on the report
*> (P2GenRpt.dat); a refused action leaves the live file untouched and
*> sets the return code - 8 for a count that doesn't verify, 12 for a
*> stamp that was already promoted. a stamp is known by its date, batch
*> and out count rather than its place in the run log, so cycling the
*> log never lets one through twice. P2Purge and P2Hist have no batch
*> of their own and stamp their run's time of day in its place, so a
*> producer rerun the same day - after a rollback, say - is a new stamp
*> even when its count hasn't changed. promoting or rolling back the
*> master is journaled (P2Jrnl.dat) before the copy, by sweeping the
*> live and incoming masters side by side in key order: a key only on
*> the live master is PURGED by a promote or DROPPED by a rollback, a
*> key only on the incoming one is ADDED, a key on both whose data
*> differs is DROPPED with its old image and ADDED with its new one, and
*> an unchanged record is not journaled at all

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ControlFile ASSIGN TO "P2GenCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> one action per card
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2GenCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> the generation catalog, rewritten every run
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> shared run log, appended by every program in the stream
       SELECT ReportFile ASSIGN TO "P2GenRpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> what was done, and the catalog after
       SELECT OPTIONAL JournalFile ASSIGN TO "P2Jrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> permanent master change journal, what each master swap changed
       *> copy sources and targets - which file each is comes from the
       *> dataset and slot in hand, the way P2 names its request-mode files
       SELECT OPTIONAL GenMstInFile ASSIGN TO GenInName
           ORGANIZATION IS INDEXED *> a career master generation, keyed as P2Load files it
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GmiKey.
       SELECT GenMstOutFile ASSIGN TO GenOutName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GmoKey.
       SELECT OPTIONAL LiveMstFile ASSIGN TO LiveName
           ORGANIZATION IS INDEXED *> the live career master, read against the incoming one
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LmKey.
       SELECT OPTIONAL GenHistInFile ASSIGN TO GenInName
           ORGANIZATION IS LINE SEQUENTIAL. *> a GPA history generation
       SELECT GenHistOutFile ASSIGN TO GenOutName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GenExtInFile ASSIGN TO GenInName
           ORGANIZATION IS LINE SEQUENTIAL. *> an extract generation
       SELECT GenExtOutFile ASSIGN TO GenOutName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ControlFile.
01 ControlRecord. *> one generation action
       02 CcAction PIC X.
           88 CcPromote VALUE 'P'.
           88 CcRollback VALUE 'R'.
           88 CcList VALUE 'L'.
       02 FILLER PIC X(1).
       02 CcDataset PIC X(8). *> MASTER, GPAHIST or EXTRACT
       02 FILLER PIC X(1).
       02 CcGeneration PIC 9(4). *> rollback target

FD CatalogFile.
01 CatalogRecord. *> one cataloged generation
       02 CtDataset PIC X(8).
       02 FILLER PIC X(1).
       02 CtGeneration PIC 9(4).
       02 FILLER PIC X(1).
       02 CtSlot PIC 9.
       02 FILLER PIC X(1).
       02 CtDate PIC X(10). *> date it was cataloged
       02 FILLER PIC X(1).
       02 CtBatchId PIC X(8). *> batch behind the generation
       02 FILLER PIC X(1).
       02 CtRecords PIC 9(6).
       02 FILLER PIC X(1).
       02 CtProducer PIC X(8). *> run-log program it was verified against
       02 FILLER PIC X(1).
       02 CtStampDate PIC X(10). *> that stamp's date, batch and out count - blank for a file cataloged as found
       02 FILLER PIC X(1).
       02 CtStampBatch PIC X(8).
       02 FILLER PIC X(1).
       02 CtStampOut PIC 9(6).
       02 FILLER PIC X(1).
       02 CtCurrent PIC X. *> 'C' for the generation that is live now

FD RunLogFile.
01 RunLogInRecord. *> one run-log stamp, as every stream program writes it
       02 RiProgram PIC X(8).
       02 FILLER PIC X(1).
       02 RiDate PIC X(10).
       02 FILLER PIC X(1).
       02 RiBatchId PIC X(8).
       02 FILLER PIC X(1).
       02 RiInCount PIC 9(6).
       02 FILLER PIC X(1).
       02 RiOutCount PIC 9(6).
       02 FILLER PIC X(1).
       02 RiReturnCode PIC 99.
       02 FILLER PIC X(1).
       02 RiRunMode PIC X.
01 RunLogLine PIC X(47).

FD ReportFile.
01 ReportLine PIC X(75).

FD JournalFile.
01 JournalLine PIC X(224). *> one master change, before and after

FD GenMstInFile.
01 GenMstInRecord.
       02 GmiKey.
           03 GmiWNum PIC X(8).
           03 GmiSeq PIC 9(6).
       02 GmiData PIC X(80).

FD GenMstOutFile.
01 GenMstOutRecord.
       02 GmoKey.
           03 GmoWNum PIC X(8).
           03 GmoSeq PIC 9(6).
       02 GmoData PIC X(80).

FD LiveMstFile.
01 LiveMstRecord.
       02 LmKey.
           03 LmWNum PIC X(8).
           03 LmSeq PIC 9(6).
       02 LmData PIC X(80).

FD GenHistInFile.
01 GenHistInLine PIC X(62).

FD GenHistOutFile.
01 GenHistOutLine PIC X(62).

FD GenExtInFile.
01 GenExtInLine PIC X(74).

FD GenExtOutFile.
01 GenExtOutLine PIC X(74).

WORKING-STORAGE SECTION.
01 GenerationsKept PIC 9 VALUE 5. *> generations each dataset keeps - one place to set it
01 ControlEOF PIC A VALUE 'N'.
01 CatalogEOF PIC A VALUE 'N'.
01 LogEOF PIC A VALUE 'N'.
01 CopyEOF PIC A VALUE 'N'.
01 GenInName PIC X(16) VALUE SPACES.
01 GenOutName PIC X(16) VALUE SPACES.
*> the dataset the card names, and where its files live
01 DatasetKind PIC X VALUE SPACE.
       88 MasterDataset VALUE 'M'.
       88 HistDataset VALUE 'H'.
       88 ExtractDataset VALUE 'E'.
01 LiveName PIC X(16) VALUE SPACES.
01 CandidateName PIC X(16) VALUE SPACES.
01 SlotPrefix PIC X(8) VALUE SPACES.
01 SlotName PIC X(16) VALUE SPACES.
01 ProducerName PIC X(8) VALUE SPACES.
*> the catalog, in-core
01 Catalog.
       02 CatalogEntry OCCURS 60 TIMES INDEXED BY CatIdx.
           03 GN-Dataset PIC X(8).
           03 GN-Generation PIC 9(4).
           03 GN-Slot PIC 9.
           03 GN-Date PIC X(10).
           03 GN-BatchId PIC X(8).
           03 GN-Records PIC 9(6).
           03 GN-Producer PIC X(8).
           03 GN-StampDate PIC X(10).
           03 GN-StampBatch PIC X(8).
           03 GN-StampOut PIC 9(6).
           03 GN-Current PIC X.
01 CatalogCount PIC 99 VALUE 0.
01 CatalogFoundIdx PIC 99 VALUE 0.
01 ShiftIdx PIC 99 VALUE 0.
01 CurrentFoundIdx PIC 99 VALUE 0. *> the dataset's live generation, 0 if none cataloged
01 HighGeneration PIC 9(4) VALUE 0.
*> the run log, in-core in arrival order
01 Runs.
       02 RunEntry OCCURS 1000 TIMES INDEXED BY RunIdx.
           03 RN-Program PIC X(8).
           03 RN-Date PIC X(10).
           03 RN-BatchId PIC X(8).
           03 RN-OutCount PIC 9(6).
           03 RN-ReturnCode PIC 99.
           03 RN-RunMode PIC X.
01 RunCount PIC 9(4) VALUE 0.
01 ProducerIdx PIC 9(4) VALUE 0. *> latest stamp of the dataset's producer
01 BatchIdx PIC 9(4) VALUE 0.
01 ScanIdx PIC 9(4) VALUE 0.
01 ScanDone PIC A VALUE 'N'.
01 ExpectedCount PIC 9(6) VALUE 0. *> what the run log says the file holds
01 FileCount PIC 9(6) VALUE 0. *> what the file actually holds
01 NewBatchId PIC X(8) VALUE SPACES.
01 NewSlot PIC 9 VALUE 0.
01 SlotBase PIC 9(4) VALUE 0.
01 SlotQuotient PIC 9(4) VALUE 0.
01 ActionOk PIC A VALUE 'Y'.
01 RunDate PIC X(10) VALUE SPACES.
01 CardCount PIC 9(4) VALUE 0.
01 DoneCount PIC 9(4) VALUE 0.
01 RefusedCount PIC 9(4) VALUE 0.
01 WorstReturnCode PIC 99 VALUE 0.
01 LiveEOF PIC A VALUE 'N'.
01 LiveOnlyAction PIC X(8) VALUE SPACES. *> journal action for a key the incoming master lacks
01 JournalRecord. *> one P2Jrnl.dat entry - when, what, who, and the images
       02 JrDate PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrTime PIC 9(8). *> HHMMSShh - the swap's start, so one swap's entries stay together
       02 FILLER PIC X(1) VALUE SPACE.
       02 JrAction PIC X(8). *> ADDED, DROPPED or PURGED here
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
01 TitleLine.
       02 FILLER PIC X(29) VALUE "P2GEN - GENERATION CATALOG - ".
       02 TitleDate PIC X(10).
       02 FILLER PIC X(36) VALUE SPACE.
01 CardLine.
       02 FILLER PIC X(6) VALUE "CARD: ".
       02 CL-Action PIC X.
       02 FILLER PIC X(1) VALUE SPACE.
       02 CL-Dataset PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 CL-Generation PIC X(4).
       02 FILLER PIC X(54) VALUE SPACE.
01 ResultLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 RL-Text PIC X(71).
01 MismatchText.
       02 FILLER PIC X(12) VALUE "FILE COUNT ".
       02 MT-File PIC Z(5)9.
       02 FILLER PIC X(14) VALUE " - RUN LOG OR ".
       02 FILLER PIC X(9) VALUE "CATALOG ".
       02 MT-Expected PIC Z(5)9.
       02 FILLER PIC X(24) VALUE " - NOT PROMOTED/RESTORED".
01 DoneText.
       02 DT-Verb PIC X(10).
       02 FILLER PIC X(4) VALUE "GEN ".
       02 DT-Generation PIC 9(4).
       02 FILLER PIC X(6) VALUE " SLOT ".
       02 DT-Slot PIC 9.
       02 FILLER PIC X(9) VALUE " RECORDS ".
       02 DT-Records PIC Z(5)9.
       02 FILLER PIC X(7) VALUE " BATCH ".
       02 DT-BatchId PIC X(8).
       02 FILLER PIC X(16) VALUE SPACE.
01 CatalogColumns.
       02 FILLER PIC X(10) VALUE "DATASET".
       02 FILLER PIC X(6) VALUE "GEN".
       02 FILLER PIC X(6) VALUE "SLOT".
       02 FILLER PIC X(12) VALUE "CATALOGED".
       02 FILLER PIC X(10) VALUE "BATCH".
       02 FILLER PIC X(9) VALUE "RECORDS".
       02 FILLER PIC X(10) VALUE "VERIFIED".
       02 FILLER PIC X(12) VALUE "LIVE".
01 CatalogDetail.
       02 CD-Dataset PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 CD-Generation PIC 9(4).
       02 FILLER PIC X(2) VALUE SPACE.
       02 CD-Slot PIC 9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 CD-Date PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 CD-BatchId PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 CD-Records PIC Z(5)9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 CD-Producer PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 CD-Live PIC X(4).
       02 FILLER PIC X(8) VALUE SPACE.
01 ListDataset PIC X(8) VALUE SPACES. *> dataset a list card asked for, blank for all
01 ReportSummary.
       02 FILLER PIC X(7) VALUE "CARDS: ".
       02 SummaryCards PIC Z(3)9.
       02 FILLER PIC X(9) VALUE "  DONE:  ".
       02 SummaryDone PIC Z(3)9.
       02 FILLER PIC X(11) VALUE "  REFUSED: ".
       02 SummaryRefused PIC Z(3)9.
       02 FILLER PIC X(36) VALUE SPACE.
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
*> the catalog and the whole run log come in-core, then every control
*> card is carried out in order and the catalog is written back
OPEN INPUT CatalogFile.
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y' *> loop
       CLOSE CatalogFile
       OPEN INPUT RunLogFile
       READ RunLogFile
           AT END MOVE 'Y' TO LogEOF
       END-READ
       PERFORM LoadOneRun UNTIL LogEOF EQUAL 'Y' *> loop
       CLOSE RunLogFile
       ACCEPT RunStampRaw FROM DATE YYYYMMDD
       MOVE RsYear TO RdYear
       MOVE RsMonth TO RdMonth
       MOVE RsDay TO RdDay
       MOVE RunStampDate TO RunDate
       OPEN OUTPUT ReportFile
       MOVE RunDate TO TitleDate
       WRITE ReportLine FROM TitleLine
       DISPLAY ReportLine *> display in shell
       OPEN INPUT ControlFile
       READ ControlFile
           AT END MOVE 'Y' TO ControlEOF
       END-READ
       PERFORM ProcessOneCard UNTIL ControlEOF EQUAL 'Y' *> loop
       CLOSE ControlFile
       OPEN OUTPUT CatalogFile
       MOVE 1 TO CatIdx
       PERFORM WriteOneCatalog UNTIL CatIdx GREATER CatalogCount
       CLOSE CatalogFile
       MOVE SPACES TO ListDataset
       PERFORM ListCatalog
       MOVE CardCount TO SummaryCards
       MOVE DoneCount TO SummaryDone
       MOVE RefusedCount TO SummaryRefused
       WRITE ReportLine FROM ReportSummary AFTER ADVANCING 1 LINE
       DISPLAY ReportLine *> display in shell
       CLOSE ReportFile
       MOVE WorstReturnCode TO RETURN-CODE
       MOVE "P2GEN" TO RlProgram
       MOVE SPACES TO RlBatchId
       MOVE CardCount TO RlInCount
       MOVE DoneCount TO RlOutCount
       PERFORM WriteRunLog.

STOP RUN.



*> Paragraphs

LoadOneCatalog.
       IF CatalogCount GREATER OR EQUAL 60 THEN
           DISPLAY "ABEND: GENERATION CATALOG FULL - CHECK P2GENCAT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO CatalogCount
       MOVE CtDataset TO GN-Dataset(CatalogCount)
       MOVE CtGeneration TO GN-Generation(CatalogCount)
       MOVE CtSlot TO GN-Slot(CatalogCount)
       MOVE CtDate TO GN-Date(CatalogCount)
       MOVE CtBatchId TO GN-BatchId(CatalogCount)
       MOVE CtRecords TO GN-Records(CatalogCount)
       MOVE CtProducer TO GN-Producer(CatalogCount)
       MOVE CtStampDate TO GN-StampDate(CatalogCount)
       MOVE CtStampBatch TO GN-StampBatch(CatalogCount)
       MOVE CtStampOut TO GN-StampOut(CatalogCount)
       MOVE CtCurrent TO GN-Current(CatalogCount)
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ.


LoadOneRun.
       IF RunCount GREATER OR EQUAL 1000 THEN
           DISPLAY "ABEND: RUN TABLE FULL - CYCLE P2RUNLOG.DAT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO RunCount
       MOVE RiProgram TO RN-Program(RunCount)
       MOVE RiDate TO RN-Date(RunCount)
       MOVE RiBatchId TO RN-BatchId(RunCount)
       MOVE RiOutCount TO RN-OutCount(RunCount)
       MOVE RiReturnCode TO RN-ReturnCode(RunCount)
       MOVE RiRunMode TO RN-RunMode(RunCount)
       READ RunLogFile
           AT END MOVE 'Y' TO LogEOF
       END-READ.


ProcessOneCard.
       ADD 1 TO CardCount
       MOVE CcAction TO CL-Action
       MOVE CcDataset TO CL-Dataset
       MOVE SPACES TO CL-Generation
       IF CcRollback THEN
           MOVE CcGeneration TO CL-Generation
       END-IF
       PERFORM WriteBlankLine
       WRITE ReportLine FROM CardLine
       DISPLAY ReportLine *> display in shell
       MOVE 'Y' TO ActionOk
       PERFORM SetDatasetNames
       IF CcList THEN
           MOVE CcDataset TO ListDataset
           PERFORM ListCatalog
       ELSE IF DatasetKind EQUAL SPACE THEN
           MOVE "UNKNOWN DATASET - MASTER, GPAHIST OR EXTRACT" TO RL-Text
           PERFORM RefuseAction
       ELSE IF CcPromote THEN
           PERFORM PromoteGeneration
       ELSE IF CcRollback THEN
           PERFORM RollbackGeneration
       ELSE
           MOVE "UNKNOWN ACTION - P, R OR L" TO RL-Text
           PERFORM RefuseAction
       END-IF
       END-IF
       END-IF
       END-IF
       READ ControlFile
           AT END MOVE 'Y' TO ControlEOF
       END-READ.


SetDatasetNames.
       *> live file, new-generation file, slot-file stem and the program
       *> whose run-log stamp vouches for a new generation
       MOVE SPACE TO DatasetKind
       IF CcDataset EQUAL "MASTER" THEN
           MOVE 'M' TO DatasetKind
           MOVE "P2Master.dat" TO LiveName
           MOVE "P2MstN.dat" TO CandidateName
           MOVE "P2MstG" TO SlotPrefix
           MOVE "P2PURGE" TO ProducerName
       ELSE IF CcDataset EQUAL "GPAHIST" THEN
           MOVE 'H' TO DatasetKind
           MOVE "P2GpaHist.dat" TO LiveName
           MOVE "P2GpaHstN.dat" TO CandidateName
           MOVE "P2HstG" TO SlotPrefix
           MOVE "P2HIST" TO ProducerName
       ELSE IF CcDataset EQUAL "EXTRACT" THEN
           MOVE 'E' TO DatasetKind
           MOVE "P2Extract.dat" TO LiveName
           MOVE "P2Extract.dat" TO CandidateName
           MOVE "P2ExtG" TO SlotPrefix
           MOVE "P2EXTR" TO ProducerName
       END-IF
       END-IF
       END-IF.


PromoteGeneration.
       *> the producer's latest stamp says how many records the new
       *> generation must hold; only a file that agrees is promoted
       MOVE 0 TO ProducerIdx
       MOVE RunCount TO ScanIdx
       MOVE 'N' TO ScanDone
       PERFORM ScanProducerStamp UNTIL ScanDone EQUAL 'Y' OR ScanIdx EQUAL 0
       IF ProducerIdx EQUAL 0 THEN
           MOVE "NO RUN-LOG STAMP FROM THE PRODUCING PROGRAM" TO RL-Text
           PERFORM RefuseAction
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           MOVE 1 TO CatIdx
           PERFORM ScanPromotedStamp UNTIL CatIdx GREATER CatalogCount
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           PERFORM FindExpectedCount
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           MOVE CandidateName TO GenInName
           PERFORM CountGenFile
           IF FileCount NOT EQUAL ExpectedCount THEN
               MOVE FileCount TO MT-File
               MOVE ExpectedCount TO MT-Expected
               MOVE MismatchText TO RL-Text
               PERFORM RefuseAction
           END-IF
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           PERFORM FindCurrentGeneration
           IF CurrentFoundIdx EQUAL 0 AND NOT ExtractDataset THEN
               PERFORM CatalogLiveFile
           END-IF
           PERFORM AddGeneration
           MOVE ProducerName TO GN-Producer(CatalogFoundIdx)
           MOVE RN-Date(ProducerIdx) TO GN-StampDate(CatalogFoundIdx)
           MOVE RN-BatchId(ProducerIdx) TO GN-StampBatch(CatalogFoundIdx)
           MOVE RN-OutCount(ProducerIdx) TO GN-StampOut(CatalogFoundIdx)
           MOVE NewBatchId TO GN-BatchId(CatalogFoundIdx)
           MOVE CandidateName TO GenInName
           MOVE SlotName TO GenOutName
           PERFORM CopyGenFile
           MOVE FileCount TO GN-Records(CatalogFoundIdx)
           IF MasterDataset THEN
               *> a master generation comes from P2Purge - what it left
               *> behind was purged
               MOVE CandidateName TO GenInName
               MOVE "PURGED" TO LiveOnlyAction
               PERFORM SwapLiveMaster
           ELSE IF HistDataset THEN
               MOVE CandidateName TO GenInName
               MOVE LiveName TO GenOutName
               PERFORM CopyGenFile
           END-IF
           END-IF
           PERFORM MakeFoundCurrent
           MOVE "PROMOTED" TO DT-Verb
           PERFORM ReportDone
       END-IF.


ScanProducerStamp.
       IF RN-Program(ScanIdx) EQUAL ProducerName THEN
           MOVE ScanIdx TO ProducerIdx
           MOVE 'Y' TO ScanDone
       END-IF
       SUBTRACT 1 FROM ScanIdx.


ScanPromotedStamp.
       *> a stamp already behind a cataloged generation was promoted -
       *> doing it twice would file the same generation under two numbers
       IF GN-Dataset(CatIdx) EQUAL CcDataset AND
               GN-Producer(CatIdx) EQUAL ProducerName AND
               GN-StampDate(CatIdx) EQUAL RN-Date(ProducerIdx) AND
               GN-StampBatch(CatIdx) EQUAL RN-BatchId(ProducerIdx) AND
               GN-StampOut(CatIdx) EQUAL RN-OutCount(ProducerIdx) THEN
           MOVE "THAT RUN WAS ALREADY PROMOTED" TO RL-Text
           IF WorstReturnCode LESS 12 THEN
               MOVE 12 TO WorstReturnCode
           END-IF
           PERFORM RefuseAction
       END-IF
       ADD 1 TO CatIdx.


FindExpectedCount.
       *> the master and the history each come from one producing run,
       *> whose batch is the last one loaded (master) or extracted
       *> (history) ahead of it. the extract is built by every P2 run
       *> back to the last fresh one - resumed and delta runs append
       MOVE SPACES TO NewBatchId
       IF RN-ReturnCode(ProducerIdx) GREATER 4 THEN
           MOVE "PRODUCING RUN ENDED WITH A FAILING RETURN CODE" TO RL-Text
           PERFORM RefuseAction
       ELSE IF ExtractDataset THEN
           MOVE 0 TO ExpectedCount
           MOVE RN-BatchId(ProducerIdx) TO NewBatchId
           MOVE ProducerIdx TO ScanIdx
           MOVE 'N' TO ScanDone
           PERFORM SumExtractStamp UNTIL ScanDone EQUAL 'Y' OR ScanIdx EQUAL 0
       ELSE
           MOVE RN-OutCount(ProducerIdx) TO ExpectedCount
           MOVE 0 TO BatchIdx
           COMPUTE ScanIdx = ProducerIdx - 1
           MOVE 'N' TO ScanDone
           PERFORM ScanBatchStamp UNTIL ScanDone EQUAL 'Y' OR ScanIdx EQUAL 0
           IF BatchIdx GREATER 0 THEN
               MOVE RN-BatchId(BatchIdx) TO NewBatchId
           END-IF
       END-IF
       END-IF.


SumExtractStamp.
       *> P2 stamps itself just ahead of its P2EXTR stamp - a run that
       *> didn't balance never vouches for the extract it wrote
       IF RN-Program(ScanIdx) EQUAL "P2EXTR" THEN
           ADD RN-OutCount(ScanIdx) TO ExpectedCount
           IF ScanIdx GREATER 1 THEN
               IF RN-Program(ScanIdx - 1) EQUAL "P2" AND
                       RN-ReturnCode(ScanIdx - 1) GREATER 4 THEN
                   MOVE "P2 RUN BEHIND THE EXTRACT DID NOT BALANCE" TO RL-Text
                   PERFORM RefuseAction
               END-IF
           END-IF
           IF RN-RunMode(ScanIdx) EQUAL SPACE THEN
               MOVE 'Y' TO ScanDone
           END-IF
       END-IF
       SUBTRACT 1 FROM ScanIdx.


ScanBatchStamp.
       IF (MasterDataset AND RN-Program(ScanIdx) EQUAL "P2LOAD") OR
               (HistDataset AND RN-Program(ScanIdx) EQUAL "P2" AND
                RN-BatchId(ScanIdx) NOT EQUAL SPACES) THEN
           MOVE ScanIdx TO BatchIdx
           MOVE 'Y' TO ScanDone
       END-IF
       SUBTRACT 1 FROM ScanIdx.


FindCurrentGeneration.
       *> the dataset's live generation, and its highest number so far
       MOVE 0 TO CurrentFoundIdx
       MOVE 0 TO HighGeneration
       MOVE 1 TO CatIdx
       PERFORM ScanCurrentGeneration UNTIL CatIdx GREATER CatalogCount.


ScanCurrentGeneration.
       IF GN-Dataset(CatIdx) EQUAL CcDataset THEN
           IF GN-Current(CatIdx) EQUAL 'C' THEN
               MOVE CatIdx TO CurrentFoundIdx
           END-IF
           IF GN-Generation(CatIdx) GREATER HighGeneration THEN
               MOVE GN-Generation(CatIdx) TO HighGeneration
           END-IF
       END-IF
       ADD 1 TO CatIdx.


CatalogLiveFile.
       *> first promote of the dataset - the file already live becomes a
       *> generation of its own first, so the promote can be undone
       MOVE LiveName TO GenInName
       PERFORM CountGenFile
       IF FileCount GREATER 0 THEN
           PERFORM AddGeneration
           MOVE "ON FILE" TO GN-Producer(CatalogFoundIdx)
           MOVE SPACES TO GN-StampDate(CatalogFoundIdx)
           MOVE SPACES TO GN-StampBatch(CatalogFoundIdx)
           MOVE 0 TO GN-StampOut(CatalogFoundIdx)
           MOVE SPACES TO GN-BatchId(CatalogFoundIdx)
           MOVE LiveName TO GenInName
           MOVE SlotName TO GenOutName
           PERFORM CopyGenFile
           MOVE FileCount TO GN-Records(CatalogFoundIdx)
           PERFORM MakeFoundCurrent
           MOVE "CATALOGED" TO DT-Verb
           PERFORM ReportDone
       END-IF.


AddGeneration.
       *> next number up; its slot is the oldest generation's, which
       *> drops out of the catalog once its slot file is reused
       PERFORM FindCurrentGeneration
       ADD 1 TO HighGeneration
       COMPUTE SlotBase = HighGeneration - 1
       DIVIDE SlotBase BY GenerationsKept GIVING SlotQuotient REMAINDER NewSlot
       ADD 1 TO NewSlot
       MOVE 1 TO CatIdx
       PERFORM DropSlotGeneration UNTIL CatIdx GREATER CatalogCount
       IF CatalogCount GREATER OR EQUAL 60 THEN
           DISPLAY "ABEND: GENERATION CATALOG FULL - CHECK P2GENCAT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO CatalogCount
       MOVE CatalogCount TO CatalogFoundIdx
       MOVE CcDataset TO GN-Dataset(CatalogFoundIdx)
       MOVE HighGeneration TO GN-Generation(CatalogFoundIdx)
       MOVE NewSlot TO GN-Slot(CatalogFoundIdx)
       MOVE RunDate TO GN-Date(CatalogFoundIdx)
       MOVE 0 TO GN-Records(CatalogFoundIdx)
       MOVE SPACE TO GN-Current(CatalogFoundIdx)
       PERFORM BuildSlotName.


DropSlotGeneration.
       *> the dropped generation's slot file is about to be overwritten;
       *> the entries after it close up so the catalog keeps its order
       IF GN-Dataset(CatIdx) EQUAL CcDataset AND
               GN-Slot(CatIdx) EQUAL NewSlot THEN
           MOVE CatIdx TO ShiftIdx
           PERFORM ShiftOneEntry UNTIL ShiftIdx NOT LESS CatalogCount
           SUBTRACT 1 FROM CatalogCount
       ELSE
           ADD 1 TO CatIdx
       END-IF.


ShiftOneEntry.
       MOVE CatalogEntry(ShiftIdx + 1) TO CatalogEntry(ShiftIdx)
       ADD 1 TO ShiftIdx.


BuildSlotName.
       MOVE SPACES TO SlotName
       STRING SlotPrefix DELIMITED BY SPACE
              GN-Slot(CatalogFoundIdx) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
           INTO SlotName.


MakeFoundCurrent.
       MOVE 1 TO CatIdx
       PERFORM ClearOneCurrent UNTIL CatIdx GREATER CatalogCount
       MOVE 'C' TO GN-Current(CatalogFoundIdx).


ClearOneCurrent.
       IF GN-Dataset(CatIdx) EQUAL CcDataset THEN
           MOVE SPACE TO GN-Current(CatIdx)
       END-IF
       ADD 1 TO CatIdx.


RollbackGeneration.
       *> the named generation's slot copy goes back over the live file,
       *> but only while it still holds what was cataloged
       MOVE 0 TO CatalogFoundIdx
       MOVE 1 TO CatIdx
       PERFORM ScanNamedGeneration UNTIL CatIdx GREATER CatalogCount
       IF CatalogFoundIdx EQUAL 0 THEN
           MOVE "GENERATION NOT IN THE CATALOG" TO RL-Text
           PERFORM RefuseAction
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           PERFORM BuildSlotName
           MOVE SlotName TO GenInName
           PERFORM CountGenFile
           IF FileCount NOT EQUAL GN-Records(CatalogFoundIdx) THEN
               MOVE FileCount TO MT-File
               MOVE GN-Records(CatalogFoundIdx) TO MT-Expected
               MOVE MismatchText TO RL-Text
               PERFORM RefuseAction
           END-IF
       END-IF
       IF ActionOk EQUAL 'Y' THEN
           MOVE SlotName TO GenInName
           IF MasterDataset THEN
               MOVE "DROPPED" TO LiveOnlyAction
               PERFORM SwapLiveMaster
           ELSE
               MOVE LiveName TO GenOutName
               PERFORM CopyGenFile
           END-IF
           PERFORM MakeFoundCurrent
           MOVE "RESTORED" TO DT-Verb
           PERFORM ReportDone
       END-IF.


SwapLiveMaster.
       *> the generation named by GenInName goes over the live master -
       *> what it changes is journaled first, under the generation's own
       *> batch, while the live master still holds the old images
       MOVE GN-BatchId(CatalogFoundIdx) TO JrBatchId
       PERFORM OpenJournal
       PERFORM JournalMasterChanges
       CLOSE JournalFile
       MOVE LiveName TO GenOutName
       PERFORM CopyGenFile.


OpenJournal.
       *> every entry this swap writes carries the run's date, the swap's
       *> start time and the program
       MOVE RunDate TO JrDate
       ACCEPT JournalClock FROM TIME
       MOVE JournalClock TO JrTime
       MOVE "P2GEN" TO JrProgram
       OPEN EXTEND JournalFile.


JournalMasterChanges.
       *> both masters are keyed on WNum + load sequence, so one pass in
       *> key order lines every record up with its counterpart, if any
       MOVE 'N' TO CopyEOF
       MOVE 'N' TO LiveEOF
       OPEN INPUT GenMstInFile
       OPEN INPUT LiveMstFile
       MOVE LOW-VALUES TO GmiKey
       START GenMstInFile KEY IS NOT LESS THAN GmiKey
           INVALID KEY MOVE 'Y' TO CopyEOF
       END-START
       MOVE LOW-VALUES TO LmKey
       START LiveMstFile KEY IS NOT LESS THAN LmKey
           INVALID KEY MOVE 'Y' TO LiveEOF
       END-START
       PERFORM ReadIncomingMaster
       PERFORM ReadLiveMaster
       PERFORM JournalOneChange UNTIL CopyEOF EQUAL 'Y' AND LiveEOF EQUAL 'Y'
       CLOSE GenMstInFile, LiveMstFile.


ReadIncomingMaster.
       IF CopyEOF NOT EQUAL 'Y' THEN
           READ GenMstInFile NEXT RECORD
               AT END MOVE 'Y' TO CopyEOF
           END-READ
       END-IF.


ReadLiveMaster.
       IF LiveEOF NOT EQUAL 'Y' THEN
           READ LiveMstFile NEXT RECORD
               AT END MOVE 'Y' TO LiveEOF
           END-READ
       END-IF.


JournalOneChange.
       *> the lower key is the one without a partner; equal keys are the
       *> same record on both sides, journaled only when its data differs
       IF LiveEOF EQUAL 'Y' OR
               (CopyEOF NOT EQUAL 'Y' AND GmiKey LESS LmKey) THEN
           PERFORM JournalIncomingAdded
           PERFORM ReadIncomingMaster
       ELSE IF CopyEOF EQUAL 'Y' OR LmKey LESS GmiKey THEN
           MOVE LiveOnlyAction TO JrAction
           PERFORM JournalLiveImage
           PERFORM ReadLiveMaster
       ELSE
           IF GmiData NOT EQUAL LmData THEN
               MOVE "DROPPED" TO JrAction
               PERFORM JournalLiveImage
               PERFORM JournalIncomingAdded
           END-IF
           PERFORM ReadIncomingMaster
           PERFORM ReadLiveMaster
       END-IF
       END-IF.


JournalLiveImage.
       *> JrAction is set by the caller
       MOVE LmWNum TO JrWNum
       MOVE LmSeq TO JrSeq
       MOVE LmData TO JrBefore
       MOVE SPACES TO JrAfter
       WRITE JournalLine FROM JournalRecord.


JournalIncomingAdded.
       MOVE "ADDED" TO JrAction
       MOVE GmiWNum TO JrWNum
       MOVE GmiSeq TO JrSeq
       MOVE SPACES TO JrBefore
       MOVE GmiData TO JrAfter
       WRITE JournalLine FROM JournalRecord.


ScanNamedGeneration.
       IF GN-Dataset(CatIdx) EQUAL CcDataset AND
               GN-Generation(CatIdx) EQUAL CcGeneration THEN
           MOVE CatIdx TO CatalogFoundIdx
       END-IF
       ADD 1 TO CatIdx.


RefuseAction.
       *> RL-Text says why; the live file has not been touched
       IF ActionOk EQUAL 'Y' THEN
           MOVE 'N' TO ActionOk
           ADD 1 TO RefusedCount
           IF WorstReturnCode LESS 8 THEN
               MOVE 8 TO WorstReturnCode
           END-IF
           WRITE ReportLine FROM ResultLine
           DISPLAY ReportLine *> display in shell
       END-IF.


ReportDone.
       MOVE GN-Generation(CatalogFoundIdx) TO DT-Generation
       MOVE GN-Slot(CatalogFoundIdx) TO DT-Slot
       MOVE GN-Records(CatalogFoundIdx) TO DT-Records
       MOVE GN-BatchId(CatalogFoundIdx) TO DT-BatchId
       MOVE DoneText TO RL-Text
       WRITE ReportLine FROM ResultLine
       DISPLAY ReportLine *> display in shell
       IF DT-Verb NOT EQUAL "CATALOGED" THEN
           ADD 1 TO DoneCount
       END-IF.


CountGenFile.
       *> records in the file named by GenInName
       MOVE 0 TO FileCount
       MOVE 'N' TO CopyEOF
       IF MasterDataset THEN
           OPEN INPUT GenMstInFile
           MOVE LOW-VALUES TO GmiKey
           START GenMstInFile KEY IS NOT LESS THAN GmiKey
               INVALID KEY MOVE 'Y' TO CopyEOF
           END-START
           PERFORM CountOneMaster UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenMstInFile
       ELSE IF HistDataset THEN
           OPEN INPUT GenHistInFile
           PERFORM CountOneHist UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenHistInFile
       ELSE
           OPEN INPUT GenExtInFile
           PERFORM CountOneExtract UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenExtInFile
       END-IF
       END-IF.


CountOneMaster.
       READ GenMstInFile NEXT RECORD
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END ADD 1 TO FileCount
       END-READ.


CountOneHist.
       READ GenHistInFile
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END ADD 1 TO FileCount
       END-READ.


CountOneExtract.
       READ GenExtInFile
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END ADD 1 TO FileCount
       END-READ.


CopyGenFile.
       *> GenInName over GenOutName, record for record, counting as it goes
       MOVE 0 TO FileCount
       MOVE 'N' TO CopyEOF
       IF MasterDataset THEN
           OPEN INPUT GenMstInFile
           OPEN OUTPUT GenMstOutFile
           MOVE LOW-VALUES TO GmiKey
           START GenMstInFile KEY IS NOT LESS THAN GmiKey
               INVALID KEY MOVE 'Y' TO CopyEOF
           END-START
           PERFORM CopyOneMaster UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenMstInFile, GenMstOutFile
       ELSE IF HistDataset THEN
           OPEN INPUT GenHistInFile
           OPEN OUTPUT GenHistOutFile
           PERFORM CopyOneHist UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenHistInFile, GenHistOutFile
       ELSE
           OPEN INPUT GenExtInFile
           OPEN OUTPUT GenExtOutFile
           PERFORM CopyOneExtract UNTIL CopyEOF EQUAL 'Y'
           CLOSE GenExtInFile, GenExtOutFile
       END-IF
       END-IF.


CopyOneMaster.
       READ GenMstInFile NEXT RECORD
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END
               MOVE GenMstInRecord TO GenMstOutRecord
               WRITE GenMstOutRecord
                   INVALID KEY DISPLAY "GENERATION WRITE FAILED FOR " GmoWNum
               END-WRITE
               ADD 1 TO FileCount
       END-READ.


CopyOneHist.
       READ GenHistInFile
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END
               WRITE GenHistOutLine FROM GenHistInLine
               ADD 1 TO FileCount
       END-READ.


CopyOneExtract.
       READ GenExtInFile
           AT END MOVE 'Y' TO CopyEOF
           NOT AT END
               WRITE GenExtOutLine FROM GenExtInLine
               ADD 1 TO FileCount
       END-READ.


ListCatalog.
       PERFORM WriteBlankLine
       WRITE ReportLine FROM CatalogColumns
       DISPLAY ReportLine *> display in shell
       MOVE 1 TO CatIdx
       PERFORM ListOneCatalog UNTIL CatIdx GREATER CatalogCount.


WriteBlankLine.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       DISPLAY ReportLine. *> display in shell


ListOneCatalog.
       IF ListDataset EQUAL SPACES OR GN-Dataset(CatIdx) EQUAL ListDataset THEN
           MOVE GN-Dataset(CatIdx) TO CD-Dataset
           MOVE GN-Generation(CatIdx) TO CD-Generation
           MOVE GN-Slot(CatIdx) TO CD-Slot
           MOVE GN-Date(CatIdx) TO CD-Date
           MOVE GN-BatchId(CatIdx) TO CD-BatchId
           MOVE GN-Records(CatIdx) TO CD-Records
           MOVE GN-Producer(CatIdx) TO CD-Producer
           MOVE SPACES TO CD-Live
           IF GN-Current(CatIdx) EQUAL 'C' THEN
               MOVE "LIVE" TO CD-Live
           END-IF
           WRITE ReportLine FROM CatalogDetail
           DISPLAY ReportLine *> display in shell
       END-IF
       ADD 1 TO CatIdx.


WriteOneCatalog.
       MOVE SPACES TO CatalogRecord
       MOVE GN-Dataset(CatIdx) TO CtDataset
       MOVE GN-Generation(CatIdx) TO CtGeneration
       MOVE GN-Slot(CatIdx) TO CtSlot
       MOVE GN-Date(CatIdx) TO CtDate
       MOVE GN-BatchId(CatIdx) TO CtBatchId
       MOVE GN-Records(CatIdx) TO CtRecords
       MOVE GN-Producer(CatIdx) TO CtProducer
       MOVE GN-StampDate(CatIdx) TO CtStampDate
       MOVE GN-StampBatch(CatIdx) TO CtStampBatch
       MOVE GN-StampOut(CatIdx) TO CtStampOut
       MOVE GN-Current(CatIdx) TO CtCurrent
       WRITE CatalogRecord
       ADD 1 TO CatIdx.


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
