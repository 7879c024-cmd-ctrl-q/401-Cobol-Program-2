*> list (P2Grads.dat, filed by the registrar after commencement) or when
*> their newest term sits more than InactiveTermLimit terms behind the
*> term table's current edge. purged records land verbatim in
*> P2MstArc.dat, and the report (P2PurgRpt.dat) says who went and why.
*> a purge has no batch behind it, so its run-log stamp carries the
*> run's time of day as the batch ID - P2Gen tells one run from another
*> by it, and journals the purge when it promotes P2MstN.dat

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 RdMonth PIC 99.
       02 FILLER PIC X(1) VALUE '-'.
       02 RdDay PIC 99.
01 RunClock PIC 9(8). *> ACCEPT time, HHMMSShh - the stamp's batch ID, since this run has no batch of its own

PROCEDURE DIVISION.
*> the graduate list and the term table come in-core, then pass 1 over
       DISPLAY ReportLine *> display in shell
       CLOSE NewMasterFile, ArchiveFile, ReportFile
       MOVE "P2PURGE" TO RlProgram
       ACCEPT RunClock FROM TIME
       MOVE RunClock TO RlBatchId
       COMPUTE RlInCount = KeptRecords + PurgedRecords
       MOVE KeptRecords TO RlOutCount
       PERFORM WriteRunLog.
